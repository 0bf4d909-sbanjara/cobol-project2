      ******************* IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SBNSEPRPT.
       AUTHOR.    SABIN BANJARA.

      ****************************************************************
      * THIS PROGRAM READS THE FORMER-EMPLOYEE FILE WRITTEN BY
      * SBNMAINT AND PRODUCES THE MONTHLY SEPARATIONS REPORT OF
      * DRAKEA INC BY WAREHOUSE AND SEPARATION REASON, THE LIST THE
      * UNION LOCAL ASKS FOR EACH MONTH.
      **********
      * INPUT:
      *  1. THE FORMER-EMPLOYEE FILE, PR2FORM.TXT.  ONE SEPARATION
      *     RECORD PER APPLIED TERMINATION (LAST MASTER IMAGE,
      *     TERMINATION DATE, REASON CODE) AND ONE REHIRE RECORD PER
      *     APPLIED REHIRE.
      *  2. THE WAREHOUSE MASTER FILE, FOR THE WAREHOUSE NAMES.
      *  3. OPTIONAL PERIOD=YYYYMM ON THE COMMAND LINE.  WITHOUT IT
      *     THE REPORT COVERS THE CALENDAR MONTH BEFORE THE RUN DATE,
      *     SO THE JOB CAN RUN ON THE FIRST OF THE MONTH UNATTENDED.
      **********
      * OUTPUT:
      *  THE SEPARATIONS REPORT: EVERY SEPARATION WHOSE TERMINATION
      *  DATE FALLS IN THE PERIOD, UNDER ITS WAREHOUSE AND REASON,
      *  WITH THE EMPLOYEE'S NAME, POSITION, HIRE DATE, TERMINATION
      *  DATE, YEARS OF SERVICE, AND LAST SALARY.  EACH REASON AND
      *  EACH WAREHOUSE IS TOTALLED, AND A COMPANY SUMMARY GIVES THE
      *  COUNT BY REASON.
      **********
      * PROCESSING:
      *  A PRE-PASS PICKS THE PERIOD'S SEPARATION RECORDS OUT OF THE
      *  FORMER-EMPLOYEE FILE INTO A WORK FILE, WHICH IS SORTED ON
      *  WAREHOUSE ID + REASON CODE + EMPLOYEE ID.  REHIRE RECORDS
      *  ARE NOT SEPARATIONS AND ARE PASSED OVER; A SEPARATION IS
      *  STILL REPORTED IN ITS MONTH WHEN THE PERSON HAS SINCE BEEN
      *  REHIRED.  SEPARATIONS ARE REPORTED UNDER THE WAREHOUSE THE
      *  EMPLOYEE LEFT FROM.
      **********
      * CALCULATIONS:
      *  YEARS OF SERVICE = WHOLE YEARS FROM THE HIRE DATE TO THE
      *                     TERMINATION DATE.
      ****************************************************************

      ********************** ENVIRONMENT-DIVISON *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  LENEVO-PC.
       OBJECT-COMPUTER.  LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMER-EMPLOYEE-FILE
               ASSIGN TO 'PR2FORM.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FORMER-FILE-STATUS.
           SELECT SELECTED-SEPARATION-FILE
               ASSIGN TO 'PR2FORMW.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEPARATION-SORT-FILE
               ASSIGN TO 'SORTWK14'.
           SELECT SORTED-SEPARATION-FILE
               ASSIGN TO 'PR2FORMS.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO 'PR2WHSE.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.
           SELECT SEPARATIONS-REPORT-FILE
               ASSIGN TO PRINTER 'SEPARATIONS-REPORT'.

      ************************* DATA-DIVISION ************************

       DATA DIVISION.
       FILE SECTION.

       FD  FORMER-EMPLOYEE-FILE
           RECORD CONTAINS 110 CHARACTERS.

       01  FORMER-EMPLOYEE-RECORD.
           05  FE-RECORD-TYPE               PIC X.
               88  FE-SEPARATION-RECORD               VALUE 'T'.
               88  FE-REHIRE-RECORD                   VALUE 'R'.
           05  FILLER                       PIC X(83).
           05  FE-TERM-DATE                 PIC 9(8).
           05  FE-TERM-DATE-X REDEFINES FE-TERM-DATE.
               10  FE-TERM-PERIOD           PIC 9(6).
               10  FILLER                   PIC 9(2).
           05  FE-TERM-REASON               PIC X(2).
           05  FE-REHIRE-DATE               PIC 9(8).
           05  FE-RUN-DATE                  PIC 9(8).

       FD  SELECTED-SEPARATION-FILE
           RECORD CONTAINS 110 CHARACTERS.

       01  SELECTED-SEPARATION-RECORD    PIC X(110).

       SD  SEPARATION-SORT-FILE
           RECORD CONTAINS 110 CHARACTERS.

       01  SEPARATION-SORT-RECORD.
           05  FILLER             PIC X.
           05  SS-WAREHOUSE-ID    PIC X(4).
           05  SS-EMPLOYEE-ID     PIC X(5).
           05  FILLER             PIC X(82).
           05  SS-TERM-REASON     PIC X(2).
           05  FILLER             PIC X(16).

       FD  SORTED-SEPARATION-FILE
           RECORD CONTAINS 110 CHARACTERS.

       01  SEPARATION-RECORD.
           05  SEP-RECORD-TYPE              PIC X.
           05  SEP-EMPLOYEE-IMAGE.
               10  SEP-WAREHOUSE-ID         PIC X(4).
               10  SEP-EMPLOYEE-ID          PIC X(5).
               10  SEP-EMPLOYEE-POSITION    PIC X(2).
               10  SEP-LAST-NAME            PIC X(10).
               10  SEP-FIRST-NAME           PIC X(10).
               10  FILLER                   PIC X(3).
               10  SEP-HIRE-DATE            PIC 9(8).
               10  SEP-HIRE-DATE-X REDEFINES SEP-HIRE-DATE.
                   15  SEP-HIRE-YEAR        PIC 9(4).
                   15  SEP-HIRE-MONTH       PIC 9(2).
                   15  SEP-HIRE-DAY         PIC 9(2).
               10  SEP-STARTING-SALARY      PIC 9(6)V99.
               10  FILLER                   PIC X(4).
               10  SEP-PAY-INCREASE-DATE    PIC 9(8).
               10  SEP-CURRENT-SALARY       PIC 9(6)V99.
               10  FILLER                   PIC X(5).
               10  SEP-UNION-DUES           PIC 9(3).
               10  SEP-INSURANCE            PIC 9(3)V99.
           05  SEP-TERM-DATE                PIC 9(8).
           05  SEP-TERM-DATE-X REDEFINES SEP-TERM-DATE.
               10  SEP-TERM-YEAR            PIC 9(4).
               10  SEP-TERM-MONTH           PIC 9(2).
               10  SEP-TERM-DAY             PIC 9(2).
           05  SEP-TERM-REASON              PIC X(2).
           05  SEP-REHIRE-DATE              PIC 9(8).
           05  SEP-RUN-DATE                 PIC 9(8).

       FD  WAREHOUSE-MASTER-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  WAREHOUSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID              PIC X(4).
           05  WM-WAREHOUSE-NAME            PIC X(11).
           05  WM-COST-CENTER-CODE          PIC X(6).
           05  WM-ACTIVE-FLAG               PIC X.

       FD  SEPARATIONS-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  SEPARATIONS-REPORT        PIC X(100).

      ********************* WORKING-STORAGE **************************

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SEP-EOF-FLAG      PIC X       VALUE ' '.
               88  NO-MORE-SEPARATIONS       VALUE 'N'.
           05  FORMER-EOF-FLAG   PIC X       VALUE ' '.
               88  NO-MORE-FORMER            VALUE 'N'.
           05  WS-FORMER-FILE-STATUS PIC XX  VALUE '00'.
               88  FORMER-FILE-NOT-FOUND     VALUE '35'.
           05  WAREHOUSE-EOF-FLAG PIC X      VALUE ' '.
               88  NO-MORE-WAREHOUSES        VALUE 'N'.
           05  WS-WAREHOUSE-FILE-STATUS PIC XX  VALUE '00'.
               88  WAREHOUSE-FILE-NOT-FOUND      VALUE '35'.
           05  WS-WHSE-FOUND-SWITCH PIC X    VALUE 'N'.
               88  WAREHOUSE-FOUND           VALUE 'Y'.
           05  WS-FIRST-RECORD   PIC X(3)    VALUE 'YES'.

       01  COMMAND-LINE-FIELDS.
           05  WS-COMMAND-LINE        PIC X(40)   VALUE SPACES.
           05  WS-CMD-ARG-1           PIC X(13)   VALUE SPACES.
           05  WS-CMD-ARG-2           PIC X(13)   VALUE SPACES.

      *    THE REPORTING PERIOD, YYYYMM.
       01  WS-REPORT-PERIOD           PIC 9(6)    VALUE 0.
       01  WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
           05  WS-PERIOD-YEAR         PIC 9(4).
           05  WS-PERIOD-MONTH        PIC 9(2).

       01  WAREHOUSE-TABLE-COUNT                 PIC 99      VALUE 0.

       01  WAREHOUSE-TABLE.
           05  WAREHOUSE-ENTRY  OCCURS 1 TO 20 TIMES
                           DEPENDING ON WAREHOUSE-TABLE-COUNT
                           INDEXED BY WHSE-IDX.
               10  WT-WAREHOUSE-ID               PIC X(4).
               10  WT-WAREHOUSE-NAME             PIC X(11).
               10  WT-COST-CENTER-CODE           PIC X(6).
               10  WT-ACTIVE-FLAG                PIC X.

      *    SEPARATION REASON CODES KEYED ON A 'T' TRANSACTION IN
      *    SBNMAINT.  THE LAST ENTRY CATCHES ANYTHING ELSE.
       01  REASON-TABLE-VALUES.
           05  FILLER     PIC X(13)   VALUE 'RSRESIGNED   '.
           05  FILLER     PIC X(13)   VALUE 'DSDISCHARGED '.
           05  FILLER     PIC X(13)   VALUE 'LOLAID OFF   '.
           05  FILLER     PIC X(13)   VALUE 'RTRETIRED    '.
           05  FILLER     PIC X(13)   VALUE 'DEDECEASED   '.
           05  FILLER     PIC X(13)   VALUE 'OTOTHER      '.
           05  FILLER     PIC X(13)   VALUE '??NOT CODED  '.

       01  REASON-TABLE REDEFINES REASON-TABLE-VALUES.
           05  REASON-ENTRY  OCCURS 7 TIMES
                           INDEXED BY REASON-IDX.
               10  RT-REASON-CODE                PIC X(2).
               10  RT-REASON-TEXT                PIC X(11).

       01  REASON-TOTAL-TABLE.
           05  REASON-TOTAL  OCCURS 7 TIMES      PIC 9(5).

       01  WS-REASON-SUB              PIC 9       VALUE 0.

       01  REPORT-FIELDS.
           05  WS-WHSE-LOOKUP-ID      PIC X(4).
           05  WS-WHSE-NAME           PIC X(11).
           05  WS-HOLD-WAREHOUSE      PIC X(4).
           05  WS-HOLD-REASON         PIC X(2).
           05  WS-REASON-LOOKUP-CODE  PIC X(2).
           05  WS-REASON-TEXT         PIC X(11).
           05  WS-REASON-COUNT        PIC 9(5)     VALUE 0.
           05  WS-WHSE-COUNT          PIC 9(5)     VALUE 0.
           05  WS-COMPANY-COUNT       PIC 9(5)     VALUE 0.
           05  WS-FORMER-READ-COUNT   PIC 9(7)     VALUE 0.
           05  WS-SERVICE-YEARS       PIC S9(3)    VALUE 0.
           05  WS-SERVICE-EDITED      PIC ZZ9.
           05  SEP-PAGE-COUNTER       PIC 99       VALUE 00.
           05  SEP-LINE-COUNT         PIC 99       VALUE 00.

       01  DATE-FIELDS.
           05  WS-YEAR                PIC 9999.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      ************************* OUTPUT AREA ***************************

       01  SEP-HEADING-ONE.
           05  SEP-H1-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  SEP-H1-DAY         PIC 99.
           05                     PIC X       VALUE '/'.
           05  SEP-H1-YEAR        PIC 9999.
           05                     PIC X(26)   VALUE '     SBN'.
           05                     PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                     PIC X(5)    VALUE 'PAGE'.
           05  SEP-PAGE-NUM       PIC 99.
           05                     PIC X(22)   VALUE SPACES.

       01  SEP-HEADING-TWO.
           05                     PIC X(24)   VALUE SPACES.
           05                     PIC X(32)   VALUE
               'MONTHLY SEPARATIONS REPORT FOR'.
           05  SEP-H2-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  SEP-H2-YEAR        PIC 9999.
           05                     PIC X(37)   VALUE SPACES.

       01  SEP-HEADING-WAREHOUSE.
           05                     PIC X(12)   VALUE 'WAREHOUSE:'.
           05  SEP-WAREHOUSE-OUT  PIC X(11).
           05                     PIC X(77)   VALUE SPACES.

       01  SEP-HEADING-REASON.
           05                     PIC X(3)    VALUE SPACES.
           05                     PIC X(8)    VALUE 'REASON:'.
           05  SEP-REASON-CODE-OUT PIC X(2).
           05                     PIC X(3)    VALUE ' - '.
           05  SEP-REASON-TEXT-OUT PIC X(11).
           05                     PIC X(73)   VALUE SPACES.

       01  SEP-HEADING-THREE.
           05                     PIC X(5)    VALUE SPACES.
           05                     PIC X(10)   VALUE 'EMPLOYEE'.
           05                     PIC X(23)   VALUE 'NAME'.
           05                     PIC X(5)    VALUE 'POS'.
           05                     PIC X(13)   VALUE 'HIRED'.
           05                     PIC X(13)   VALUE 'SEPARATED'.
           05                     PIC X(8)    VALUE 'YEARS'.
           05                     PIC X(23)   VALUE 'LAST SALARY'.

       01  SEP-DETAIL-LINE.
           05                     PIC X(5)    VALUE SPACES.
           05  SD-EMPLOYEE-ID     PIC X(5).
           05                     PIC X(5)    VALUE SPACES.
           05  SD-LAST-NAME       PIC X(10).
           05                     PIC X       VALUE SPACES.
           05  SD-FIRST-NAME      PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  SD-POSITION        PIC X(2).
           05                     PIC X(3)    VALUE SPACES.
           05  SD-HIRE-MONTH      PIC 99.
           05                     PIC X       VALUE '/'.
           05  SD-HIRE-DAY        PIC 99.
           05                     PIC X       VALUE '/'.
           05  SD-HIRE-YEAR       PIC 9999.
           05                     PIC X(3)    VALUE SPACES.
           05  SD-TERM-MONTH      PIC 99.
           05                     PIC X       VALUE '/'.
           05  SD-TERM-DAY        PIC 99.
           05                     PIC X       VALUE '/'.
           05  SD-TERM-YEAR       PIC 9999.
           05                     PIC X(4)    VALUE SPACES.
           05  SD-SERVICE-YEARS   PIC X(3).
           05                     PIC X(4)    VALUE SPACES.
           05  SD-LAST-SALARY     PIC $ZZZ,ZZ9.99.
           05                     PIC X(11)   VALUE SPACES.

       01  SEP-REASON-TOTAL-LINE.
           05                     PIC X(5)    VALUE SPACES.
           05  SRT-REASON-TEXT    PIC X(11).
           05                     PIC X(17)   VALUE ' SEPARATIONS:'.
           05  SRT-COUNT          PIC Z,ZZZ,ZZ9.
           05                     PIC X(58)   VALUE SPACES.

       01  SEP-WHSE-TOTAL-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  SWT-WAREHOUSE-OUT  PIC X(11).
           05                     PIC X(19)   VALUE
               ' TOTAL SEPARATIONS:'.
           05  SWT-COUNT          PIC Z,ZZZ,ZZ9.
           05                     PIC X(58)   VALUE SPACES.

       01  SEP-SUMMARY-HEADING.
           05                     PIC X(24)   VALUE SPACES.
           05                     PIC X(76)   VALUE
               'COMPANY SUMMARY BY SEPARATION REASON'.

       01  SEP-SUMMARY-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  SSL-REASON-CODE    PIC X(2).
           05                     PIC X(3)    VALUE ' - '.
           05  SSL-REASON-TEXT    PIC X(27).
           05  SSL-COUNT          PIC Z,ZZZ,ZZ9.
           05                     PIC X(56)   VALUE SPACES.

       01  SEP-RESULT-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  SEP-RESULT-TEXT    PIC X(32).
           05  SEP-RESULT-COUNT   PIC Z,ZZZ,ZZ9.
           05                     PIC X(56)   VALUE SPACES.

      ************************ PROCEDURE DIVISION ********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 40-MAIN-ROUTINE
           PERFORM 110-EOF-ROUTINE
           .

       20-HOUSEKEEPING-ROUTINE.

           ACCEPT DATE-FIELDS FROM DATE YYYYMMDD
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-CMD-ARG-1
                    WS-CMD-ARG-2
           PERFORM 22-SET-REPORT-PERIOD

           MOVE 0 TO REASON-TOTAL (1) REASON-TOTAL (2) REASON-TOTAL (3)
                     REASON-TOTAL (4) REASON-TOTAL (5) REASON-TOTAL (6)
                     REASON-TOTAL (7)

           PERFORM 21-SELECT-SEPARATIONS

           SORT SEPARATION-SORT-FILE
               ON ASCENDING KEY SS-WAREHOUSE-ID
               ON ASCENDING KEY SS-TERM-REASON
               ON ASCENDING KEY SS-EMPLOYEE-ID
               USING SELECTED-SEPARATION-FILE
               GIVING SORTED-SEPARATION-FILE

           OPEN INPUT  SORTED-SEPARATION-FILE
                OUTPUT SEPARATIONS-REPORT-FILE

           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 30-HEADER-ROUTINE
           .

      ****************************************************************
      * PRE-PASS OVER THE FORMER-EMPLOYEE FILE: ONLY SEPARATION
      * RECORDS DATED IN THE REPORTING PERIOD GO FORWARD TO THE
      * SORT.  A MISSING FILE MEANS NOBODY HAS LEFT SINCE IT WAS
      * STARTED, AND THE REPORT SAYS SO.
      ****************************************************************
       21-SELECT-SEPARATIONS.

           OPEN OUTPUT SELECTED-SEPARATION-FILE
           OPEN INPUT FORMER-EMPLOYEE-FILE
           IF FORMER-FILE-NOT-FOUND
               DISPLAY 'SBNSEPRPT - FORMER-EMPLOYEE FILE NOT FOUND - '
                   'NO SEPARATIONS TO REPORT'
           ELSE
               PERFORM UNTIL NO-MORE-FORMER
                   READ FORMER-EMPLOYEE-FILE
                       AT END
                           MOVE 'N' TO FORMER-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FORMER-READ-COUNT
                           IF FE-SEPARATION-RECORD AND
                                   FE-TERM-PERIOD = WS-REPORT-PERIOD
                               WRITE SELECTED-SEPARATION-RECORD FROM
                                   FORMER-EMPLOYEE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMER-EMPLOYEE-FILE
           END-IF
           CLOSE SELECTED-SEPARATION-FILE
           .

      ****************************************************************
      * PERIOD=YYYYMM NAMES THE MONTH TO REPORT.  WITHOUT IT THE
      * PRIOR CALENDAR MONTH IS TAKEN.  ANY OTHER TOKEN, OR A
      * PERIOD THAT IS NOT A REAL MONTH, IS REFUSED.
      ****************************************************************
       22-SET-REPORT-PERIOD.

           EVALUATE TRUE
               WHEN WS-CMD-ARG-2 NOT = SPACES
                   DISPLAY 'SBNSEPRPT - UNRECOGNIZED PARAMETER '
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
                       DISPLAY 'SBNSEPRPT - INVALID PERIOD '
                           WS-CMD-ARG-1 ' - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'SBNSEPRPT - UNRECOGNIZED PARAMETER '
                       WS-CMD-ARG-1 ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
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
               DISPLAY 'SBNSEPRPT - WAREHOUSE TABLE FULL, '
                   'ENTRY IGNORED: ' WM-WAREHOUSE-ID
           END-IF
           .

      *    WS-REASON-SUB POINTS AT THE TABLE ENTRY FOR THE CODE IN
      *    WS-REASON-LOOKUP-CODE; A CODE NOT ON THE TABLE FALLS TO
      *    THE NOT CODED ENTRY.
       28-LOOKUP-REASON.

           MOVE 7 TO WS-REASON-SUB
           SET REASON-IDX TO 1
           SEARCH REASON-ENTRY
               AT END
                   CONTINUE
               WHEN RT-REASON-CODE (REASON-IDX) =
                       WS-REASON-LOOKUP-CODE
                   SET WS-REASON-SUB TO REASON-IDX
           END-SEARCH
           MOVE RT-REASON-TEXT (WS-REASON-SUB) TO WS-REASON-TEXT
           .

       29-LOOKUP-WAREHOUSE.

           MOVE 'N' TO WS-WHSE-FOUND-SWITCH
           MOVE WS-WHSE-LOOKUP-ID TO WS-WHSE-NAME

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

           MOVE SPACES TO SEPARATIONS-REPORT
           WRITE SEPARATIONS-REPORT AFTER ADVANCING PAGE
           ADD 1 TO SEP-PAGE-COUNTER
           MOVE SEP-PAGE-COUNTER TO SEP-PAGE-NUM
           MOVE WS-MONTH TO SEP-H1-MONTH
           MOVE WS-DAY   TO SEP-H1-DAY
           MOVE WS-YEAR  TO SEP-H1-YEAR
           MOVE WS-PERIOD-MONTH TO SEP-H2-MONTH
           MOVE WS-PERIOD-YEAR  TO SEP-H2-YEAR
           WRITE SEPARATIONS-REPORT FROM SEP-HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE SEPARATIONS-REPORT FROM SEP-HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE 0 TO SEP-LINE-COUNT
           .

       40-MAIN-ROUTINE.

           PERFORM UNTIL NO-MORE-SEPARATIONS
               READ SORTED-SEPARATION-FILE
                   AT END
                       MOVE 'N' TO SEP-EOF-FLAG
                   NOT AT END
                       PERFORM 50-PROCESS-SEPARATION
               END-READ
           END-PERFORM
           .

       50-PROCESS-SEPARATION.

           IF WS-FIRST-RECORD = 'YES'
               MOVE 'NO' TO WS-FIRST-RECORD
               MOVE SEP-WAREHOUSE-ID TO WS-HOLD-WAREHOUSE
               MOVE SEP-TERM-REASON  TO WS-HOLD-REASON
               PERFORM 60-PRINT-WAREHOUSE-HEADER
               PERFORM 62-PRINT-REASON-HEADER
           ELSE
               IF SEP-WAREHOUSE-ID NOT = WS-HOLD-WAREHOUSE
                   PERFORM 65-REASON-BREAK
                   PERFORM 70-WAREHOUSE-BREAK
                   MOVE SEP-WAREHOUSE-ID TO WS-HOLD-WAREHOUSE
                   MOVE SEP-TERM-REASON  TO WS-HOLD-REASON
                   PERFORM 60-PRINT-WAREHOUSE-HEADER
                   PERFORM 62-PRINT-REASON-HEADER
               ELSE
                   IF SEP-TERM-REASON NOT = WS-HOLD-REASON
                       PERFORM 65-REASON-BREAK
                       MOVE SEP-TERM-REASON TO WS-HOLD-REASON
                       PERFORM 62-PRINT-REASON-HEADER
                   END-IF
               END-IF
           END-IF

           PERFORM 55-WRITE-SEPARATION-DETAIL
           .

       55-WRITE-SEPARATION-DETAIL.

           ADD 1 TO SEP-LINE-COUNT
           IF SEP-LINE-COUNT > 40
               PERFORM 30-HEADER-ROUTINE
               PERFORM 60-PRINT-WAREHOUSE-HEADER
               PERFORM 62-PRINT-REASON-HEADER
           END-IF

           MOVE SEP-EMPLOYEE-ID       TO SD-EMPLOYEE-ID
           MOVE SEP-LAST-NAME         TO SD-LAST-NAME
           MOVE SEP-FIRST-NAME        TO SD-FIRST-NAME
           MOVE SEP-EMPLOYEE-POSITION TO SD-POSITION
           MOVE SEP-TERM-MONTH        TO SD-TERM-MONTH
           MOVE SEP-TERM-DAY          TO SD-TERM-DAY
           MOVE SEP-TERM-YEAR         TO SD-TERM-YEAR

           IF SEP-HIRE-DATE NUMERIC
               MOVE SEP-HIRE-MONTH TO SD-HIRE-MONTH
               MOVE SEP-HIRE-DAY   TO SD-HIRE-DAY
               MOVE SEP-HIRE-YEAR  TO SD-HIRE-YEAR
               PERFORM 57-COMPUTE-SERVICE-YEARS
           ELSE
               MOVE 0 TO SD-HIRE-MONTH SD-HIRE-DAY SD-HIRE-YEAR
               MOVE '  -' TO SD-SERVICE-YEARS
           END-IF

           IF SEP-CURRENT-SALARY NUMERIC
               MOVE SEP-CURRENT-SALARY TO SD-LAST-SALARY
           ELSE
               MOVE 0 TO SD-LAST-SALARY
           END-IF

           WRITE SEPARATIONS-REPORT FROM SEP-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WS-REASON-COUNT
           ADD 1 TO WS-WHSE-COUNT
           ADD 1 TO WS-COMPANY-COUNT
           MOVE SEP-TERM-REASON TO WS-REASON-LOOKUP-CODE
           PERFORM 28-LOOKUP-REASON
           ADD 1 TO REASON-TOTAL (WS-REASON-SUB)
           .

      *    WHOLE YEARS: ONE LESS WHEN THE HIRE ANNIVERSARY HAD NOT
      *    YET COME ROUND IN THE YEAR OF SEPARATION.
       57-COMPUTE-SERVICE-YEARS.

           COMPUTE WS-SERVICE-YEARS = SEP-TERM-YEAR - SEP-HIRE-YEAR
           IF SEP-TERM-DATE (5:4) < SEP-HIRE-DATE (5:4)
               SUBTRACT 1 FROM WS-SERVICE-YEARS
           END-IF
           IF WS-SERVICE-YEARS < 0
               MOVE '  -' TO SD-SERVICE-YEARS
           ELSE
               MOVE WS-SERVICE-YEARS  TO WS-SERVICE-EDITED
               MOVE WS-SERVICE-EDITED TO SD-SERVICE-YEARS
           END-IF
           .

       60-PRINT-WAREHOUSE-HEADER.

           MOVE WS-HOLD-WAREHOUSE TO WS-WHSE-LOOKUP-ID
           PERFORM 29-LOOKUP-WAREHOUSE
           MOVE WS-WHSE-NAME TO SEP-WAREHOUSE-OUT
           WRITE SEPARATIONS-REPORT FROM SEP-HEADING-WAREHOUSE
               AFTER ADVANCING 2 LINES
           ADD 2 TO SEP-LINE-COUNT
           .

       62-PRINT-REASON-HEADER.

           MOVE WS-HOLD-REASON TO WS-REASON-LOOKUP-CODE
           PERFORM 28-LOOKUP-REASON
           MOVE WS-HOLD-REASON TO SEP-REASON-CODE-OUT
           MOVE WS-REASON-TEXT TO SEP-REASON-TEXT-OUT
           WRITE SEPARATIONS-REPORT FROM SEP-HEADING-REASON
               AFTER ADVANCING 2 LINES
           WRITE SEPARATIONS-REPORT FROM SEP-HEADING-THREE
               AFTER ADVANCING 1 LINE
           ADD 3 TO SEP-LINE-COUNT
           .

       65-REASON-BREAK.

           MOVE WS-HOLD-REASON TO WS-REASON-LOOKUP-CODE
           PERFORM 28-LOOKUP-REASON
           MOVE WS-REASON-TEXT  TO SRT-REASON-TEXT
           MOVE WS-REASON-COUNT TO SRT-COUNT
           WRITE SEPARATIONS-REPORT FROM SEP-REASON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO SEP-LINE-COUNT
           MOVE 0 TO WS-REASON-COUNT
           .

       70-WAREHOUSE-BREAK.

           MOVE WS-HOLD-WAREHOUSE TO WS-WHSE-LOOKUP-ID
           PERFORM 29-LOOKUP-WAREHOUSE
           MOVE WS-WHSE-NAME  TO SWT-WAREHOUSE-OUT
           MOVE WS-WHSE-COUNT TO SWT-COUNT
           WRITE SEPARATIONS-REPORT FROM SEP-WHSE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO SEP-LINE-COUNT
           MOVE 0 TO WS-WHSE-COUNT
           .

       110-EOF-ROUTINE.

           IF WS-FIRST-RECORD = 'NO'
               PERFORM 65-REASON-BREAK
               PERFORM 70-WAREHOUSE-BREAK
           ELSE
               MOVE 'NO SEPARATIONS IN THE PERIOD' TO SEP-RESULT-TEXT
               MOVE 0 TO SEP-RESULT-COUNT
               WRITE SEPARATIONS-REPORT FROM SEP-RESULT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           WRITE SEPARATIONS-REPORT FROM SEP-SUMMARY-HEADING
               AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 7
               MOVE RT-REASON-CODE (WS-REASON-SUB) TO SSL-REASON-CODE
               MOVE RT-REASON-TEXT (WS-REASON-SUB) TO SSL-REASON-TEXT
               MOVE REASON-TOTAL (WS-REASON-SUB)   TO SSL-COUNT
               WRITE SEPARATIONS-REPORT FROM SEP-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE 'TOTAL SEPARATIONS:' TO SEP-RESULT-TEXT
           MOVE WS-COMPANY-COUNT TO SEP-RESULT-COUNT
           WRITE SEPARATIONS-REPORT FROM SEP-RESULT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'FORMER-EMPLOYEE RECORDS READ:' TO SEP-RESULT-TEXT
           MOVE WS-FORMER-READ-COUNT TO SEP-RESULT-COUNT
           WRITE SEPARATIONS-REPORT FROM SEP-RESULT-LINE
               AFTER ADVANCING 1 LINE

           CLOSE SORTED-SEPARATION-FILE
                 SEPARATIONS-REPORT-FILE
           STOP RUN
           .
