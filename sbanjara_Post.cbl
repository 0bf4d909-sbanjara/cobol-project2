      ******************* IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SBNPOST.
       AUTHOR.    SABIN BANJARA.

      ****************************************************************
      * THIS PROGRAM POSTS THE INCREASES OF A COMPLETED, BALANCED
      * SBNPROGRAM2 RUN BACK TO THE EMPLOYEE MASTER OF DRAKEA INC.
      * UNTIL THE RUN IS POSTED THE MASTER STILL CARRIES THE OLD
      * SALARY, AND THE NEXT RUN WOULD INCREASE FROM THE WRONG BASE.
      **********
      * INPUT:
      *  1. THE EMPLOYEE MASTER FILE (SAME 83 CHARACTER EMPLOYEE
      *     RECORD LAYOUT READ BY SBNPROGRAM2).
      *  2. THE PAYROLL EXTRACT OF THE RUN, WITH ITS CONTROL-TOTAL
      *     TRAILER.
      *  3. THE RUN LOG.  THE LAST INCREASE RUN ON THE LOG (MODE
      *     MAIN OR PART) IS THE RUN POSTED; IT MUST HAVE ENDED
      *     COMPLETE (BALANCED) AND MUST NOT ALREADY BE POSTED.
      *  4. OPTIONAL COMMAND-LINE TOKEN IXUPD TO REWRITE THE POSTED
      *     RECORDS ON THE INDEXED MASTER IN THE SAME RUN, ONCE THE
      *     POSTING PROVES.
      **********
      * OUTPUT:
      *  1. THE NEW EMPLOYEE MASTER FILE, PR2FA19N.TXT, IN THE SAME
      *     LAYOUT.  EACH POSTED EMPLOYEE CARRIES THE INCREASED
      *     SALARY AS CURRENT SALARY AND THE EFFECTIVE DATE OF THE
      *     RUN AS THE DATE OF LAST PAY INCREASE.  IT IS WRITTEN AS
      *     THE NEXT GENERATION OF THE MASTER, WITH ITS OWN HEADER
      *     AND TRAILER, AND SBNMSTPROM PUTS IT IN PLACE OF
      *     PR2FA19.TXT, AS AFTER A MAINTENANCE NIGHT.
      *  2. THE POSTING REGISTER, ONE LINE PER EMPLOYEE POSTED OR
      *     NOT POSTED, THE POSTED TOTALS PROVED AGAINST THE EXTRACT
      *     TRAILER, AND THE EMPLOYEES NOT POSTED LISTED AGAIN AS
      *     EXCEPTIONS FOR MAINTENANCE.
      *  3. A POST RECORD APPENDED TO THE RUN LOG WHEN THE POSTING
      *     PROVES, SO THE SAME RUN CANNOT BE POSTED TWICE.  IT
      *     CARRIES THE NOT POSTED COUNT AS ITS EXCEPTION COUNT.
      *  4. A CREATED RECORD APPENDED TO THE MASTER GENERATION LOG,
      *     PR2GENL.TXT, WHEN THE POSTING PROVES.  A NEW MASTER THAT
      *     DOES NOT PROVE IS NEVER LOGGED, SO IT CANNOT BE PROMOTED.
      *  5. UNDER IXUPD, THE POSTED MASTER RECORDS HELD ON
      *     PR2FA19U.TXT UNTIL THE POSTING PROVES, AND THEN
      *     REWRITTEN ON THE INDEXED MASTER, PR2FA19I.DAT.
      **********
      * PROCESSING:
      *  BEFORE ANYTHING IS WRITTEN THE EXTRACT IS FOOTED AND PROVED
      *  AGAINST ITS OWN TRAILER, AND THE TRAILER AGAINST THE RUN LOG
      *  TOTALS OF THE RUN.  THE MASTER IS LIKEWISE FOOTED TO ITS OWN
      *  TRAILER, AND REFUSED WHEN ITS GENERATION IS OLDER THAN THE
      *  LAST ONE ON THE GENERATION LOG.  THE MASTER AND THE EXTRACT
      *  ARE THEN SORTED ON WAREHOUSE ID + EMPLOYEE ID AND MATCHED.
      *  ONLY EMPLOYEES ON THE EXTRACT ARE TOUCHED, SO WAREHOUSES LEFT
      *  OUT BY WHSE= AND HIRE MONTHS LEFT OUT BY MONTH= PASS THROUGH
      *  UNCHANGED.  UNION DUES AND INSURANCE ARE NOT POSTED: THE
      *  MASTER HOLDS THE PLAN AMOUNTS THE RATES ARE APPLIED TO.
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
           SELECT SORTED-MASTER-FILE
               ASSIGN TO 'PR2FA19M.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-SORT-FILE
               ASSIGN TO 'SORTWK07'.
           SELECT PAYROLL-EXTRACT-FILE
               ASSIGN TO 'PR2FA19P.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT SORTED-EXTRACT-FILE
               ASSIGN TO 'PR2PSRT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-SORT-FILE
               ASSIGN TO 'SORTWK08'.
           SELECT NEW-MASTER-FILE
               ASSIGN TO 'PR2FA19N.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-WORK-FILE
               ASSIGN TO 'PR2FA19U.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE
               ASSIGN TO 'PR2RLOG.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-LOG-FILE-STATUS.
           SELECT INDEXED-MASTER-FILE
               ASSIGN TO 'PR2FA19I.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IX-RECORD-KEY
                   FILE STATUS IS WS-INDEXED-FILE-STATUS.
           SELECT GENERATION-LOG-FILE
               ASSIGN TO 'PR2GENL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GEN-LOG-FILE-STATUS.
           SELECT POSTING-REGISTER-FILE
               ASSIGN TO PRINTER 'POSTING-REGISTER'.

      ************************* DATA-DIVISION ************************

       DATA DIVISION.
       FILE SECTION.

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
           05  MST-EMPLOYEE-POSITION  PIC X(2).
           05  MST-LAST-NAME          PIC X(10).
           05  MST-FIRST-NAME         PIC X(10).
           05  FILLER                 PIC X(3).
           05  MST-HIRE-DATE          PIC 9(8).
           05  MST-HIRE-DATE-X REDEFINES MST-HIRE-DATE.
               10  MST-HD-YEAR        PIC 9(4).
               10  MST-HD-MONTH       PIC 9(2).
               10  MST-HD-DAY         PIC 9(2).
           05  MST-STARTING-SALARY    PIC 9(6)V99.
           05  FILLER                 PIC X(4).
           05  MST-PAY-INCREASE-DATE  PIC 9(8).
           05  MST-CURRENT-SALARY     PIC 9(6)V99.
           05  FILLER                 PIC X(5).
           05  MST-UNION-DUES         PIC 9(3).
           05  MST-INSURANCE          PIC 9(3)V99.

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

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  NEW-MASTER-RECORD         PIC X(83).

       FD  POSTED-WORK-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  POSTED-WORK-RECORD        PIC X(83).

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

       FD  INDEXED-MASTER-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  INDEXED-MASTER-RECORD.
           05  IX-RECORD-KEY.
               10  IX-WAREHOUSE-ID    PIC X(4).
               10  IX-EMPLOYEE-ID     PIC X(5).
           05  FILLER                 PIC X(74).

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

       FD  POSTING-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  POSTING-REGISTER          PIC X(100).

      ********************* WORKING-STORAGE **************************

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-MASTER-KEY     PIC X(9)    VALUE SPACES.
               88  NO-MORE-MASTER            VALUE HIGH-VALUES.
           05  WS-EXTRACT-KEY    PIC X(9)    VALUE SPACES.
               88  NO-MORE-EXTRACT           VALUE HIGH-VALUES.
           05  WS-EXTRACT-FILE-STATUS PIC XX VALUE '00'.
               88  EXTRACT-FILE-NOT-FOUND    VALUE '35'.
           05  EXTRACT-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-EXTRACT-PROOF     VALUE 'N'.
           05  WS-RUN-LOG-FILE-STATUS PIC XX VALUE '00'.
               88  RUN-LOG-FILE-NOT-FOUND    VALUE '35'.
           05  RUN-LOG-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-RUN-LOG           VALUE 'N'.
           05  WS-RUN-FOUND-SWITCH PIC X     VALUE 'N'.
               88  RUN-FOUND-ON-LOG          VALUE 'Y'.
           05  WS-RUN-POSTED-SWITCH PIC X    VALUE 'N'.
               88  RUN-ALREADY-POSTED        VALUE 'Y'.
           05  WS-TRAILER-SWITCH PIC X       VALUE 'N'.
               88  TRAILER-FOUND             VALUE 'Y'.
           05  WS-EXTRACT-READ-SWITCH PIC X  VALUE 'N'.
               88  EXTRACT-DETAIL-READ       VALUE 'Y'.
           05  WS-POST-OK-SWITCH PIC X       VALUE 'Y'.
               88  EMPLOYEE-POSTABLE         VALUE 'Y'.
           05  WS-IXUPD-SWITCH   PIC X       VALUE 'N'.
               88  INDEXED-UPDATE-MODE       VALUE 'Y'.
           05  WS-INDEXED-FILE-STATUS PIC XX VALUE '00'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX VALUE '00'.
               88  EMPLOYEE-FILE-NOT-FOUND   VALUE '35'.
           05  MASTER-PROOF-EOF-FLAG PIC X   VALUE ' '.
               88  NO-MORE-MASTER-PROOF      VALUE 'N'.
           05  WS-GEN-LOG-FILE-STATUS PIC XX VALUE '00'.
               88  GEN-LOG-FILE-NOT-FOUND    VALUE '35'.
           05  GEN-LOG-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-GEN-LOG           VALUE 'N'.
           05  WS-MASTER-READ-SWITCH PIC X   VALUE 'N'.
               88  MASTER-DETAIL-READ        VALUE 'Y'.
           05  POSTED-WORK-EOF-FLAG PIC X    VALUE ' '.
               88  NO-MORE-POSTED-WORK       VALUE 'N'.
           05  WS-PROOF-SWITCH   PIC X       VALUE 'N'.
               88  POSTING-PROVES            VALUE 'Y'.

       01  COMMAND-LINE-FIELDS.
           05  WS-COMMAND-LINE        PIC X(40)   VALUE SPACES.
           05  WS-CMD-ARG-1           PIC X(9)    VALUE SPACES.
           05  WS-CMD-ARG-2           PIC X(9)    VALUE SPACES.
           05  WS-CMD-TOKEN           PIC X(9)    VALUE SPACES.

      *    THE LAST INCREASE RUN FOUND ON THE RUN LOG.
       01  POSTED-RUN-FIELDS.
           05  WS-POST-RUN-DATE       PIC 9(8)    VALUE 0.
           05  WS-POST-RUN-MODE       PIC X(4)    VALUE SPACES.
           05  WS-POST-RUN-STATUS     PIC X(8)    VALUE SPACES.
           05  WS-POST-EXTRACT-COUNT  PIC 9(7)    VALUE 0.
           05  WS-POST-GRAND-SALARY   PIC 9(10)V99 VALUE 0.
           05  WS-POST-GRAND-DUES     PIC 9(9)V99 VALUE 0.
           05  WS-POST-GRAND-INSURANCE PIC 9(9)V99 VALUE 0.
           05  WS-POST-CYCLE-MONTH    PIC 99      VALUE 0.
           05  WS-POST-EFFECTIVE-DATE PIC 9(8)    VALUE 0.
           05  WS-POST-SCOPE          PIC X(4)    VALUE SPACES.
           05  WS-EXPECTED-SCOPE      PIC X(4)    VALUE SPACES.

       01  EXTRACT-PROOF-FIELDS.
           05  WS-PROOF-COUNT         PIC 9(7)    VALUE 0.
           05  WS-PROOF-SALARY        PIC 9(10)V99 VALUE 0.
           05  WS-PROOF-DUES          PIC 9(9)V99 VALUE 0.
           05  WS-PROOF-INSURANCE     PIC 9(9)V99 VALUE 0.
           05  WS-TRL-RECORD-COUNT    PIC 9(7)    VALUE 0.
           05  WS-TRL-SALARY-HASH     PIC 9(10)V99 VALUE 0.
           05  WS-TRL-DUES-HASH       PIC 9(9)V99 VALUE 0.
           05  WS-TRL-INSURANCE-HASH  PIC 9(9)V99 VALUE 0.

      *    HEADER AND TRAILER OF THE EMPLOYEE MASTER.  THE RECORD ID
      *    SITS WHERE A DETAIL RECORD CARRIES ITS WAREHOUSE ID.
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
           05  WS-NEW-GENERATION      PIC 9(5)    VALUE 0.
           05  WS-HEADER-COUNT        PIC 9(3)    VALUE 0.
           05  WS-TRAILER-COUNT       PIC 9(3)    VALUE 0.
           05  WS-MST-PROOF-COUNT     PIC 9(7)    VALUE 0.
           05  WS-MST-PROOF-SALARY    PIC 9(11)V99 VALUE 0.
           05  WS-MST-TRL-COUNT       PIC 9(7)    VALUE 0.
           05  WS-MST-TRL-SALARY      PIC 9(11)V99 VALUE 0.
           05  WS-NEW-SALARY-HASH     PIC 9(11)V99 VALUE 0.
           05  WS-POSTED-INCREASE     PIC S9(11)V99 VALUE 0.
           05  WS-EXPECTED-SALARY-HASH PIC S9(11)V99 VALUE 0.

       01  COUNT-FIELDS.
           05  WS-MASTER-IN-COUNT     PIC 9(7)    VALUE 0.
           05  WS-MASTER-OUT-COUNT    PIC 9(7)    VALUE 0.
           05  WS-EXTRACT-IN-COUNT    PIC 9(7)    VALUE 0.
           05  WS-POSTED-COUNT        PIC 9(7)    VALUE 0.
           05  WS-UNCHANGED-COUNT     PIC 9(7)    VALUE 0.
           05  WS-NOT-POSTED-COUNT    PIC 9(7)    VALUE 0.
           05  WS-IX-REWRITE-COUNT    PIC 9(7)    VALUE 0.
           05  WS-IX-ERROR-COUNT      PIC 9(7)    VALUE 0.
           05  WS-POSTED-SALARY       PIC 9(10)V99 VALUE 0.
           05  WS-POSTED-DUES         PIC 9(9)V99 VALUE 0.
           05  WS-POSTED-INSURANCE    PIC 9(9)V99 VALUE 0.
           05  WS-NOT-POSTED-SALARY   PIC 9(10)V99 VALUE 0.
           05  WS-NOT-POSTED-DUES     PIC 9(9)V99 VALUE 0.
           05  WS-NOT-POSTED-INSURANCE PIC 9(9)V99 VALUE 0.

       01  REGISTER-FIELDS.
           05  WS-NOT-POSTED-REASON   PIC X(30)   VALUE SPACES.
           05  WS-OLD-SALARY          PIC 9(6)V99 VALUE 0.
           05  PST-COUNTER            PIC 99      VALUE 0.
           05  PST-LINE-COUNT         PIC 99      VALUE 0.

      *    REGISTER LINES OF THE EMPLOYEES NOT POSTED, HELD TO BE
      *    LISTED AGAIN AS EXCEPTIONS AFTER THE SUMMARY.
       01  NOT-POSTED-TABLE-COUNT                PIC 999     VALUE 0.

       01  NOT-POSTED-TABLE.
           05  NOT-POSTED-LINE  OCCURS 100 TIMES PIC X(100).

       01  WS-NP-SUB                  PIC 999     VALUE 0.

       01  DATE-FIELDS.
           05  WS-YEAR                PIC 9999.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

       01  WS-DATE-WORK               PIC 9(8)    VALUE 0.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR             PIC 9(4).
           05  WS-DW-MONTH            PIC 99.
           05  WS-DW-DAY              PIC 99.

      ************************* OUTPUT AREA ***************************

       01  PST-HEADING-ONE.
           05  PST-H1-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  PST-H1-DAY         PIC 99.
           05                     PIC X       VALUE '/'.
           05  PST-H1-YEAR        PIC 9999.
           05                     PIC X(26)   VALUE '     SBN'.
           05                     PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                     PIC X(5)    VALUE 'PAGE'.
           05  PST-PAGE-NUM       PIC 99.

       01  PST-HEADING-TWO.
           05                     PIC X(27)   VALUE SPACES.
           05                     PIC X(73)   VALUE
               'INCREASE POSTING REGISTER'.

       01  PST-RUN-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05                     PIC X(10)   VALUE 'RUN DATE:'.
           05  PST-RUN-DATE-OUT   PIC X(10).
           05                     PIC X(4)    VALUE SPACES.
           05                     PIC X(11)   VALUE 'EFFECTIVE:'.
           05  PST-EFF-DATE-OUT   PIC X(10).
           05                     PIC X(4)    VALUE SPACES.
           05                     PIC X(7)    VALUE 'SCOPE:'.
           05  PST-SCOPE-OUT      PIC X(4).
           05                     PIC X(37)   VALUE SPACES.

       01  PST-HEADING-THREE.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(7)    VALUE 'WHSE'.
           05                     PIC X(8)    VALUE 'EMP ID'.
           05                     PIC X(12)   VALUE 'LAST NAME'.
           05                     PIC X(13)   VALUE 'OLD SALARY'.
           05                     PIC X(15)   VALUE 'NEW SALARY'.
           05                     PIC X(12)   VALUE 'INCR DATE'.
           05                     PIC X(31)   VALUE 'NOTE'.

       01  PST-EMPLOYEE-LINE.
           05                     PIC X(2)    VALUE SPACES.
           05  PST-WAREHOUSE-OUT  PIC X(4).
           05                     PIC X(3)    VALUE SPACES.
           05  PST-EMPLOYEE-OUT   PIC X(5).
           05                     PIC X(3)    VALUE SPACES.
           05  PST-LAST-NAME-OUT  PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  PST-OLD-SALARY-OUT PIC $***,***.99.
           05                     PIC X(2)    VALUE SPACES.
           05  PST-NEW-SALARY-OUT PIC $*,***,***.99.
           05                     PIC X(2)    VALUE SPACES.
           05  PST-INCR-DATE-OUT  PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  PST-NOTE-OUT       PIC X(30).
           05                     PIC X       VALUE SPACES.

       01  PST-DETAIL-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  PST-LABEL-OUT      PIC X(32).
           05  PST-VALUE-OUT      PIC X(20).
           05                     PIC X(45)   VALUE SPACES.

       01  PST-RESULT-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  PST-RESULT-TEXT    PIC X(97).

       01  PST-COUNT-EDITED       PIC Z,ZZZ,ZZ9.
       01  PST-AMOUNT-EDITED      PIC $$,$$$,$$$,$$9.99.
       01  PST-DATE-EDITED.
           05  PST-DE-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  PST-DE-DAY         PIC 99.
           05                     PIC X       VALUE '/'.
           05  PST-DE-YEAR        PIC 9999.

      ************************ PROCEDURE DIVISION ********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 40-POSTING-ROUTINE
           PERFORM 110-EOF-ROUTINE
           .

       20-HOUSEKEEPING-ROUTINE.

           ACCEPT DATE-FIELDS FROM DATE YYYYMMDD

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-CMD-ARG-1
                    WS-CMD-ARG-2
           MOVE WS-CMD-ARG-1 TO WS-CMD-TOKEN
           PERFORM 22-CHECK-COMMAND-TOKEN
           MOVE WS-CMD-ARG-2 TO WS-CMD-TOKEN
           PERFORM 22-CHECK-COMMAND-TOKEN

           PERFORM 21-FIND-RUN-TO-POST
           PERFORM 23-PROVE-EXTRACT
           PERFORM 24-PROVE-EMPLOYEE-MASTER

           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MS-WAREHOUSE-ID
               ON ASCENDING KEY MS-EMPLOYEE-ID
               USING EMPLOYEE-RECORD-FILE
               GIVING SORTED-MASTER-FILE

           SORT EXTRACT-SORT-FILE
               ON ASCENDING KEY XS-WAREHOUSE-ID
               ON ASCENDING KEY XS-EMPLOYEE-ID
               USING PAYROLL-EXTRACT-FILE
               GIVING SORTED-EXTRACT-FILE

           OPEN INPUT  SORTED-MASTER-FILE
                       SORTED-EXTRACT-FILE
                OUTPUT NEW-MASTER-FILE
                       POSTING-REGISTER-FILE

      *    IXUPD KEEPS THE INDEXED MASTER CURRENT IN THE SAME RUN.
      *    WHEN THE INDEXED FILE IS NOT THERE THE MODE IS DROPPED
      *    WITH A WARNING RATHER THAN KILLING THE SEQUENTIAL POSTING.
      *    THE POSTED RECORDS ARE HELD ON THE WORK FILE AND REWRITTEN
      *    ONLY WHEN THE POSTING PROVES.
           IF INDEXED-UPDATE-MODE
               OPEN I-O INDEXED-MASTER-FILE
               IF WS-INDEXED-FILE-STATUS NOT = '00'
                   DISPLAY 'SBNPOST - INDEXED MASTER NOT AVAILABLE '
                       '(STATUS ' WS-INDEXED-FILE-STATUS ') - IXUPD '
                       'IGNORED, RUN SBNMSTLOAD'
                   MOVE 'N' TO WS-IXUPD-SWITCH
                   MOVE 4 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT POSTED-WORK-FILE
               END-IF
           END-IF

           PERFORM 30-HEADER-ROUTINE
           PERFORM 91-WRITE-NEW-MASTER-HEADER
           PERFORM 60-READ-MASTER
           PERFORM 65-READ-EXTRACT
           .

      ****************************************************************
      * FINDS THE RUN TO POST: THE LAST MAIN OR PART RECORD ON THE
      * RUN LOG.  A STARTED RECORD WITH NO COMPLETE AFTER IT IS A
      * RUN THAT DIED, BALERR IS A RUN THAT DID NOT BALANCE, AND
      * REVERSED IS A RUN THAT WAS BACKED OUT - NONE OF THEM IS
      * POSTED.  A POST RECORD FOR THE SAME RUN DATE AFTER THE RUN
      * MEANS IT IS ALREADY ON THE MASTER, AND POSTING IT AGAIN
      * WOULD APPLY THE INCREASE TWICE.
      ****************************************************************
       21-FIND-RUN-TO-POST.

           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-FILE-NOT-FOUND
               DISPLAY 'SBNPOST - RUN LOG NOT FOUND - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL NO-MORE-RUN-LOG
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'N' TO RUN-LOG-EOF-FLAG
                   NOT AT END
                       PERFORM 21A-CHECK-RUN-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE

           IF NOT RUN-FOUND-ON-LOG
               DISPLAY 'SBNPOST - NO INCREASE RUN ON THE RUN LOG - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-POST-RUN-STATUS NOT = 'COMPLETE'
               DISPLAY 'SBNPOST - LAST RUN ' WS-POST-RUN-DATE
                   ' ENDED ' WS-POST-RUN-STATUS ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF RUN-ALREADY-POSTED
               DISPLAY 'SBNPOST - RUN ' WS-POST-RUN-DATE
                   ' ALREADY POSTED TO THE MASTER - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    RUN LOG RECORDS WRITTEN BEFORE THE EFFECTIVE DATE WAS
      *    CARRIED HAVE NONE; THOSE RUNS WERE EFFECTIVE ON THE DAY.
           IF WS-POST-EFFECTIVE-DATE = 0
               MOVE WS-POST-RUN-DATE TO WS-POST-EFFECTIVE-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-POST-RUN-MODE = 'PART'
                   MOVE 'PART' TO WS-EXPECTED-SCOPE
               WHEN WS-POST-CYCLE-MONTH > 0
                   MOVE SPACES TO WS-EXPECTED-SCOPE
                   STRING 'CY' WS-POST-CYCLE-MONTH
                       DELIMITED BY SIZE INTO WS-EXPECTED-SCOPE
               WHEN OTHER
                   MOVE 'FULL' TO WS-EXPECTED-SCOPE
           END-EVALUATE
           .

       21A-CHECK-RUN-LOG-RECORD.

           EVALUATE TRUE
               WHEN RL-RUN-MODE = 'MAIN' OR RL-RUN-MODE = 'PART'
                   MOVE 'Y' TO WS-RUN-FOUND-SWITCH
                   MOVE 'N' TO WS-RUN-POSTED-SWITCH
                   MOVE RL-RUN-DATE        TO WS-POST-RUN-DATE
                   MOVE RL-RUN-MODE        TO WS-POST-RUN-MODE
                   MOVE RL-STATUS          TO WS-POST-RUN-STATUS
                   MOVE RL-EXTRACT-COUNT   TO WS-POST-EXTRACT-COUNT
                   MOVE RL-GRAND-SALARY    TO WS-POST-GRAND-SALARY
                   MOVE RL-GRAND-DUES      TO WS-POST-GRAND-DUES
                   MOVE RL-GRAND-INSURANCE TO WS-POST-GRAND-INSURANCE
                   MOVE RL-CYCLE-MONTH     TO WS-POST-CYCLE-MONTH
                   IF RL-EFFECTIVE-DATE NUMERIC
                       MOVE RL-EFFECTIVE-DATE TO WS-POST-EFFECTIVE-DATE
                   ELSE
                       MOVE 0 TO WS-POST-EFFECTIVE-DATE
                   END-IF
               WHEN RL-RUN-MODE = 'POST' AND RL-STATUS = 'POSTED'
                       AND RL-RUN-DATE = WS-POST-RUN-DATE
                   MOVE 'Y' TO WS-RUN-POSTED-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      ****************************************************************
      * THE ONLY COMMAND-LINE TOKEN SBNPOST TAKES IS IXUPD.  ANY
      * OTHER TOKEN IS REFUSED RATHER THAN GUESSED AT.
      ****************************************************************
       22-CHECK-COMMAND-TOKEN.

           EVALUATE TRUE
               WHEN WS-CMD-TOKEN = SPACES
                   CONTINUE
               WHEN WS-CMD-TOKEN = 'IXUPD'
                   MOVE 'Y' TO WS-IXUPD-SWITCH
               WHEN OTHER
                   DISPLAY 'SBNPOST - UNRECOGNIZED PARAMETER '
                       WS-CMD-TOKEN ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

      ****************************************************************
      * PROVES THE EXTRACT BEFORE ANYTHING IS WRITTEN: THE DETAIL
      * RECORDS MUST FOOT TO THE TRAILER, AND THE TRAILER MUST AGREE
      * WITH THE RUN LOG FOR THE RUN BEING POSTED - COUNT, SALARY,
      * DUES, INSURANCE, AND SCOPE.  A SHORT EXTRACT, AN EXTRACT
      * FROM A DIFFERENT RUN, OR A RERUN'S EXTRACT OVER A BACKED-OUT
      * ONE IS REFUSED RATHER THAN POSTED.
      ****************************************************************
       23-PROVE-EXTRACT.

           OPEN INPUT PAYROLL-EXTRACT-FILE
           IF EXTRACT-FILE-NOT-FOUND
               DISPLAY 'SBNPOST - PAYROLL EXTRACT NOT FOUND - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL NO-MORE-EXTRACT-PROOF
               READ PAYROLL-EXTRACT-FILE
                   AT END
                       MOVE 'N' TO EXTRACT-EOF-FLAG
                   NOT AT END
                       PERFORM 23A-FOOT-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYROLL-EXTRACT-FILE

           IF NOT TRAILER-FOUND
               DISPLAY 'SBNPOST - PAYROLL EXTRACT HAS NO TRAILER - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PROOF-COUNT NOT = WS-TRL-RECORD-COUNT OR
                   WS-PROOF-SALARY NOT = WS-TRL-SALARY-HASH OR
                   WS-PROOF-DUES NOT = WS-TRL-DUES-HASH OR
                   WS-PROOF-INSURANCE NOT = WS-TRL-INSURANCE-HASH
               DISPLAY 'SBNPOST - PAYROLL EXTRACT DOES NOT FOOT TO '
                   'ITS TRAILER - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-TRL-RECORD-COUNT NOT = WS-POST-EXTRACT-COUNT OR
                   WS-TRL-SALARY-HASH NOT = WS-POST-GRAND-SALARY OR
                   WS-TRL-DUES-HASH NOT = WS-POST-GRAND-DUES OR
                   WS-TRL-INSURANCE-HASH NOT =
                       WS-POST-GRAND-INSURANCE OR
                   WS-POST-SCOPE NOT = WS-EXPECTED-SCOPE
               DISPLAY 'SBNPOST - PAYROLL EXTRACT DOES NOT MATCH '
                   'RUN ' WS-POST-RUN-DATE ' ON THE RUN LOG - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       23A-FOOT-EXTRACT-RECORD.

           IF PE-TRL-ID = 'TRLR'
               MOVE 'Y' TO WS-TRAILER-SWITCH
               MOVE PE-TRL-RECORD-COUNT   TO WS-TRL-RECORD-COUNT
               MOVE PE-TRL-SALARY-HASH    TO WS-TRL-SALARY-HASH
               MOVE PE-TRL-DUES-HASH      TO WS-TRL-DUES-HASH
               MOVE PE-TRL-INSURANCE-HASH TO WS-TRL-INSURANCE-HASH
               MOVE PE-TRL-SCOPE          TO WS-POST-SCOPE
           ELSE
               ADD 1 TO WS-PROOF-COUNT
               ADD PE-INCREASED-CURRENT-SALARY TO WS-PROOF-SALARY
               ADD PE-INCREASED-UNION-DUES     TO WS-PROOF-DUES
               ADD PE-INCREASED-INSURANCE      TO WS-PROOF-INSURANCE
           END-IF
           .

      ****************************************************************
      * PROVES THE EMPLOYEE MASTER THE SAME WAY: EXACTLY ONE HEADER
      * AND ONE TRAILER, AND THE DETAIL RECORDS FOOT TO THE TRAILER
      * COUNT AND SALARY HASH.  A MASTER OLDER THAN THE LAST
      * GENERATION ON THE GENERATION LOG HAS ALREADY BEEN REPLACED
      * BY A LATER RUN AND IS NOT POSTED TO.
      ****************************************************************
       24-PROVE-EMPLOYEE-MASTER.

           OPEN INPUT EMPLOYEE-RECORD-FILE
           IF EMPLOYEE-FILE-NOT-FOUND
               DISPLAY 'SBNPOST - EMPLOYEE MASTER NOT FOUND - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL NO-MORE-MASTER-PROOF
               READ EMPLOYEE-RECORD-FILE INTO MASTER-CONTROL-RECORD
                   AT END
                       MOVE 'N' TO MASTER-PROOF-EOF-FLAG
                   NOT AT END
                       PERFORM 24A-FOOT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-RECORD-FILE

           IF WS-HEADER-COUNT = 0
               DISPLAY 'SBNPOST - EMPLOYEE MASTER HAS NO HEADER - '
                   'RUN SBNMSTPROM INIT - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-HEADER-COUNT > 1 OR WS-TRAILER-COUNT NOT = 1
               DISPLAY 'SBNPOST - EMPLOYEE MASTER HEADER OR TRAILER '
                   'MISSING OR REPEATED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MST-PROOF-COUNT NOT = WS-MST-TRL-COUNT OR
                   WS-MST-PROOF-SALARY NOT = WS-MST-TRL-SALARY
               DISPLAY 'SBNPOST - EMPLOYEE MASTER DOES NOT FOOT TO '
                   'ITS TRAILER - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 24B-FIND-LAST-GENERATION
           IF WS-MASTER-GENERATION < WS-LAST-GENERATION
               DISPLAY 'SBNPOST - EMPLOYEE MASTER GENERATION '
                   WS-MASTER-GENERATION ' IS OLDER THAN GENERATION '
                   WS-LAST-GENERATION ' - RUN SBNMSTPROM - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-NEW-GENERATION = WS-MASTER-GENERATION + 1
           .

       24A-FOOT-MASTER-RECORD.

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
       24B-FIND-LAST-GENERATION.

           OPEN INPUT GENERATION-LOG-FILE
           IF NOT GEN-LOG-FILE-NOT-FOUND
               PERFORM UNTIL NO-MORE-GEN-LOG
                   READ GENERATION-LOG-FILE
                       AT END
                           MOVE 'N' TO GEN-LOG-EOF-FLAG
                       NOT AT END
                           PERFORM 24C-CHECK-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENERATION-LOG-FILE
           END-IF
           .

       24C-CHECK-LOG-RECORD.

           EVALUATE TRUE
               WHEN GN-STATUS = 'CREATED' OR GN-STATUS = 'PROMOTED'
                   MOVE GN-GENERATION TO WS-LAST-GENERATION
               WHEN GN-STATUS = 'REJECTED' AND
                       GN-GENERATION = WS-LAST-GENERATION
                   MOVE GN-PRIOR-GENERATION TO WS-LAST-GENERATION
           END-EVALUATE
           .

       30-HEADER-ROUTINE.

           MOVE SPACES TO POSTING-REGISTER
           WRITE POSTING-REGISTER AFTER ADVANCING PAGE
           ADD 1 TO PST-COUNTER
           MOVE PST-COUNTER TO PST-PAGE-NUM
           MOVE WS-MONTH TO PST-H1-MONTH
           MOVE WS-DAY   TO PST-H1-DAY
           MOVE WS-YEAR  TO PST-H1-YEAR
           WRITE POSTING-REGISTER FROM PST-HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE POSTING-REGISTER FROM PST-HEADING-TWO
               AFTER ADVANCING 2 LINES

           MOVE WS-POST-RUN-DATE TO WS-DATE-WORK
           PERFORM 35-EDIT-DATE
           MOVE PST-DATE-EDITED TO PST-RUN-DATE-OUT
           MOVE WS-POST-EFFECTIVE-DATE TO WS-DATE-WORK
           PERFORM 35-EDIT-DATE
           MOVE PST-DATE-EDITED TO PST-EFF-DATE-OUT
           MOVE WS-POST-SCOPE TO PST-SCOPE-OUT
           WRITE POSTING-REGISTER FROM PST-RUN-LINE
               AFTER ADVANCING 2 LINES

           WRITE POSTING-REGISTER FROM PST-HEADING-THREE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO POSTING-REGISTER
           WRITE POSTING-REGISTER AFTER ADVANCING 1 LINE
           .

       35-EDIT-DATE.

           MOVE WS-DW-MONTH TO PST-DE-MONTH
           MOVE WS-DW-DAY   TO PST-DE-DAY
           MOVE WS-DW-YEAR  TO PST-DE-YEAR
           .

       40-POSTING-ROUTINE.

           PERFORM UNTIL NO-MORE-MASTER AND NO-MORE-EXTRACT
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY < WS-EXTRACT-KEY
                       PERFORM 92-WRITE-NEW-MASTER
                       ADD 1 TO WS-UNCHANGED-COUNT
                       PERFORM 60-READ-MASTER
                   WHEN WS-MASTER-KEY = WS-EXTRACT-KEY
                       PERFORM 50-POST-ONE-EMPLOYEE
                       PERFORM 92-WRITE-NEW-MASTER
                       PERFORM 60-READ-MASTER
                       PERFORM 65-READ-EXTRACT
                   WHEN OTHER
                       PERFORM 55-EXTRACT-NOT-ON-MASTER
                       PERFORM 65-READ-EXTRACT
               END-EVALUATE
           END-PERFORM
           .

      ****************************************************************
      * POSTS ONE EXTRACT RECORD TO ITS MASTER RECORD.  ON A CYCLE
      * RUN THE EMPLOYEE'S HIRE MONTH MUST STILL BE THE CYCLE MONTH
      * (A HIRE DATE CHANGED SINCE THE RUN IS NOT POSTED), AND THE
      * INCREASED SALARY MUST FIT THE MASTER'S CURRENT SALARY FIELD.
      ****************************************************************
       50-POST-ONE-EMPLOYEE.

           MOVE 'Y' TO WS-POST-OK-SWITCH
           MOVE MST-CURRENT-SALARY TO WS-OLD-SALARY

           EVALUATE TRUE
               WHEN WS-POST-CYCLE-MONTH > 0 AND
                       MST-HD-MONTH NOT = WS-POST-CYCLE-MONTH
                   MOVE 'N' TO WS-POST-OK-SWITCH
                   MOVE 'HIRE MONTH NOT IN RUN CYCLE' TO
                       WS-NOT-POSTED-REASON
               WHEN EX-INCREASED-CURRENT-SALARY > 999999.99
                   MOVE 'N' TO WS-POST-OK-SWITCH
                   MOVE 'SALARY TOO LARGE FOR MASTER' TO
                       WS-NOT-POSTED-REASON
           END-EVALUATE

           IF EMPLOYEE-POSTABLE
               IF MST-CURRENT-SALARY NUMERIC
                   SUBTRACT MST-CURRENT-SALARY FROM WS-POSTED-INCREASE
               END-IF
               ADD EX-INCREASED-CURRENT-SALARY TO WS-POSTED-INCREASE
               MOVE EX-INCREASED-CURRENT-SALARY TO MST-CURRENT-SALARY
               MOVE WS-POST-EFFECTIVE-DATE TO MST-PAY-INCREASE-DATE
               ADD 1 TO WS-POSTED-COUNT
               ADD EX-INCREASED-CURRENT-SALARY TO WS-POSTED-SALARY
               ADD EX-INCREASED-UNION-DUES     TO WS-POSTED-DUES
               ADD EX-INCREASED-INSURANCE      TO WS-POSTED-INSURANCE
               MOVE 'POSTED' TO PST-NOTE-OUT
               MOVE WS-POST-EFFECTIVE-DATE TO WS-DATE-WORK
               PERFORM 35-EDIT-DATE
               MOVE PST-DATE-EDITED TO PST-INCR-DATE-OUT
               IF INDEXED-UPDATE-MODE
                   WRITE POSTED-WORK-RECORD FROM MASTER-RECORD
               END-IF
           ELSE
               PERFORM 57-COUNT-NOT-POSTED
               MOVE WS-NOT-POSTED-REASON TO PST-NOTE-OUT
               MOVE SPACES TO PST-INCR-DATE-OUT
           END-IF

           MOVE MST-WAREHOUSE-ID TO PST-WAREHOUSE-OUT
           MOVE MST-EMPLOYEE-ID  TO PST-EMPLOYEE-OUT
           MOVE MST-LAST-NAME    TO PST-LAST-NAME-OUT
           MOVE WS-OLD-SALARY    TO PST-OLD-SALARY-OUT
           MOVE EX-INCREASED-CURRENT-SALARY TO PST-NEW-SALARY-OUT
           PERFORM 90-WRITE-EMPLOYEE-LINE
           IF NOT EMPLOYEE-POSTABLE
               PERFORM 58-HOLD-NOT-POSTED-LINE
           END-IF
           .

      ****************************************************************
      * AN EXTRACT KEY WITH NO MASTER RECORD - THE EMPLOYEE WAS
      * TERMINATED OR TRANSFERRED BY MAINTENANCE SINCE THE RUN.  IT
      * IS LISTED AND COUNTED AS NOT POSTED SO THE PROOF STILL
      * ACCOUNTS FOR EVERY EXTRACT RECORD.
      ****************************************************************
       55-EXTRACT-NOT-ON-MASTER.

           PERFORM 57-COUNT-NOT-POSTED
           MOVE EX-WAREHOUSE-ID TO PST-WAREHOUSE-OUT
           MOVE EX-EMPLOYEE-ID  TO PST-EMPLOYEE-OUT
           MOVE SPACES          TO PST-LAST-NAME-OUT
           MOVE 0               TO PST-OLD-SALARY-OUT
           MOVE EX-INCREASED-CURRENT-SALARY TO PST-NEW-SALARY-OUT
           MOVE SPACES          TO PST-INCR-DATE-OUT
           MOVE 'NOT ON EMPLOYEE MASTER' TO PST-NOTE-OUT
           PERFORM 90-WRITE-EMPLOYEE-LINE
           PERFORM 58-HOLD-NOT-POSTED-LINE
           .

       57-COUNT-NOT-POSTED.

           ADD 1 TO WS-NOT-POSTED-COUNT
           ADD EX-INCREASED-CURRENT-SALARY TO WS-NOT-POSTED-SALARY
           ADD EX-INCREASED-UNION-DUES     TO WS-NOT-POSTED-DUES
           ADD EX-INCREASED-INSURANCE      TO WS-NOT-POSTED-INSURANCE
           .

      *    BEYOND THE TABLE THE EMPLOYEE IS STILL ON THE DETAIL LINES
      *    AND IN THE NOT POSTED COUNT; THE EXCEPTIONS SAY SO.
       58-HOLD-NOT-POSTED-LINE.

           IF WS-NOT-POSTED-COUNT NOT > 100
               ADD 1 TO NOT-POSTED-TABLE-COUNT
               MOVE PST-EMPLOYEE-LINE TO
                   NOT-POSTED-LINE (NOT-POSTED-TABLE-COUNT)
           END-IF
           .

      *    THE MASTER HEADER AND TRAILER ARE PASSED OVER THE SAME
      *    WAY AS THE EXTRACT TRAILER BELOW.
       60-READ-MASTER.

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

      *    THE TRAILER SORTS IN AMONG THE DETAIL KEYS; IT WAS PROVED
      *    IN HOUSEKEEPING AND IS PASSED OVER HERE.
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
                           ADD 1 TO WS-EXTRACT-IN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           .

       90-WRITE-EMPLOYEE-LINE.

           ADD 1 TO PST-LINE-COUNT
           IF PST-LINE-COUNT > 45
               MOVE 0 TO PST-LINE-COUNT
               PERFORM 30-HEADER-ROUTINE
           END-IF

           WRITE POSTING-REGISTER FROM PST-EMPLOYEE-LINE
               AFTER ADVANCING 1 LINE
           .

       91-WRITE-NEW-MASTER-HEADER.

           MOVE SPACES            TO MASTER-CONTROL-RECORD
           MOVE 'HEAD'            TO MC-RECORD-ID
           MOVE WS-NEW-GENERATION TO MC-GENERATION
           MOVE DATE-FIELDS       TO MC-CREATION-DATE
           MOVE 'SBNPOST'         TO MC-CREATING-PROGRAM
           WRITE NEW-MASTER-RECORD FROM MASTER-CONTROL-RECORD
           .

      *    EVERY DETAIL RECORD OF THE NEW MASTER IS WRITTEN HERE SO
      *    THE TRAILER FOOTS TO EXACTLY WHAT WAS WRITTEN.
       92-WRITE-NEW-MASTER.

           IF MST-CURRENT-SALARY NUMERIC
               ADD MST-CURRENT-SALARY TO WS-NEW-SALARY-HASH
           END-IF
           WRITE NEW-MASTER-RECORD FROM MASTER-RECORD
           ADD 1 TO WS-MASTER-OUT-COUNT
           .

       93-WRITE-NEW-MASTER-TRAILER.

           MOVE SPACES              TO MASTER-CONTROL-RECORD
           MOVE 'TRLR'              TO MC-RECORD-ID
           MOVE WS-MASTER-OUT-COUNT TO MC-TRL-RECORD-COUNT
           MOVE WS-NEW-SALARY-HASH  TO MC-TRL-SALARY-HASH
           WRITE NEW-MASTER-RECORD FROM MASTER-CONTROL-RECORD
           .

      *    A POSTING ADDS AND TERMINATES NOBODY, SO THE CREATED
      *    RECORD CARRIES RECORDS IN AND OUT WITH NO ADDS OR TERMS.
       94-LOG-NEW-GENERATION.

           OPEN EXTEND GENERATION-LOG-FILE
           IF GEN-LOG-FILE-NOT-FOUND
               OPEN OUTPUT GENERATION-LOG-FILE
               CLOSE GENERATION-LOG-FILE
               OPEN EXTEND GENERATION-LOG-FILE
           END-IF

           MOVE SPACES               TO GENERATION-LOG-RECORD
           MOVE WS-NEW-GENERATION    TO GN-GENERATION
           MOVE WS-MASTER-GENERATION TO GN-PRIOR-GENERATION
           MOVE DATE-FIELDS          TO GN-CREATION-DATE
           MOVE 'SBNPOST'            TO GN-CREATING-PROGRAM
           MOVE 'CREATED'            TO GN-STATUS
           MOVE WS-MASTER-IN-COUNT   TO GN-RECORDS-IN
           MOVE 0                    TO GN-ADDS
                                        GN-TERMS
           MOVE WS-MASTER-OUT-COUNT  TO GN-RECORDS-OUT
           MOVE WS-NEW-SALARY-HASH   TO GN-SALARY-HASH
           WRITE GENERATION-LOG-RECORD
           CLOSE GENERATION-LOG-FILE
           .

       95-REWRITE-INDEXED-MASTER.

           REWRITE INDEXED-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-IX-ERROR-COUNT
                   DISPLAY 'SBNPOST - INDEXED REWRITE FAILED: '
                       IX-RECORD-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-IX-REWRITE-COUNT
           END-REWRITE
           .

      *    THE INDEXED MASTER IS TOUCHED ONLY AFTER THE POSTING HAS
      *    PROVED, SO A POSTING THAT DOES NOT PROVE LEAVES IT AS IT
      *    STOOD, IN STEP WITH THE SEQUENTIAL MASTER.
       96-UPDATE-INDEXED-MASTER.

           MOVE ' ' TO POSTED-WORK-EOF-FLAG
           OPEN INPUT POSTED-WORK-FILE
           PERFORM UNTIL NO-MORE-POSTED-WORK
               READ POSTED-WORK-FILE INTO INDEXED-MASTER-RECORD
                   AT END
                       MOVE 'N' TO POSTED-WORK-EOF-FLAG
                   NOT AT END
                       PERFORM 95-REWRITE-INDEXED-MASTER
               END-READ
           END-PERFORM
           CLOSE POSTED-WORK-FILE
           .

       110-EOF-ROUTINE.

           PERFORM 93-WRITE-NEW-MASTER-TRAILER

           CLOSE SORTED-MASTER-FILE
                 SORTED-EXTRACT-FILE
                 NEW-MASTER-FILE

           PERFORM 115-PROVE-POSTING

           IF INDEXED-UPDATE-MODE
               CLOSE POSTED-WORK-FILE
               IF POSTING-PROVES
                   PERFORM 96-UPDATE-INDEXED-MASTER
               END-IF
               CLOSE INDEXED-MASTER-FILE
           END-IF

           PERFORM 120-WRITE-POSTING-SUMMARY

           CLOSE POSTING-REGISTER-FILE
           STOP RUN
           .

      ****************************************************************
      * PROVES THE POSTING TO THE EXTRACT TRAILER: EMPLOYEES POSTED
      * PLUS NOT POSTED MUST EQUAL THE TRAILER COUNT, AND THEIR
      * SALARY, DUES, AND INSURANCE MUST EQUAL THE TRAILER HASHES.
      * THE NEW MASTER MUST HOLD AS MANY RECORDS AS THE INPUT MASTER
      * TRAILER, AND ITS SALARY HASH MUST BE THE INPUT TRAILER HASH
      * MOVED BY EXACTLY THE INCREASES POSTED.  AN EMPLOYEE NOT
      * POSTED (GONE FROM THE MASTER, OR REFUSED IN 50) DOES NOT
      * STOP THE POSTING: THE EMPLOYEE IS ACCOUNTED FOR BY THE PROOF
      * AND LISTED AS AN EXCEPTION FOR MAINTENANCE.
      ****************************************************************
       115-PROVE-POSTING.

           COMPUTE WS-EXPECTED-SALARY-HASH =
               WS-MST-TRL-SALARY + WS-POSTED-INCREASE

           IF WS-POSTED-COUNT + WS-NOT-POSTED-COUNT =
                   WS-TRL-RECORD-COUNT
               AND WS-POSTED-SALARY + WS-NOT-POSTED-SALARY =
                   WS-TRL-SALARY-HASH
               AND WS-POSTED-DUES + WS-NOT-POSTED-DUES =
                   WS-TRL-DUES-HASH
               AND WS-POSTED-INSURANCE + WS-NOT-POSTED-INSURANCE =
                   WS-TRL-INSURANCE-HASH
               AND WS-MASTER-OUT-COUNT = WS-MST-TRL-COUNT
               AND WS-NEW-SALARY-HASH = WS-EXPECTED-SALARY-HASH
               MOVE 'Y' TO WS-PROOF-SWITCH
           END-IF
           .

      ****************************************************************
      * A POSTING THAT PROVES IS LOGGED AS POSTED, WITH RETURN CODE
      * 4 WHEN EMPLOYEES WERE NOT POSTED.  ONE THAT DOES NOT PROVE
      * GETS RETURN CODE 8 TO TELL OPERATIONS NOT TO REPLACE THE
      * MASTER, AND THE RUN CAN BE POSTED AGAIN ONCE THE CAUSE IS
      * CORRECTED.
      ****************************************************************
       120-WRITE-POSTING-SUMMARY.

           MOVE SPACES TO POSTING-REGISTER
           WRITE POSTING-REGISTER AFTER ADVANCING 1 LINE

           MOVE 'MASTER RECORDS READ:' TO PST-LABEL-OUT
           MOVE WS-MASTER-IN-COUNT TO PST-COUNT-EDITED
           MOVE PST-COUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'MASTER RECORDS WRITTEN:' TO PST-LABEL-OUT
           MOVE WS-MASTER-OUT-COUNT TO PST-COUNT-EDITED
           MOVE PST-COUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'NEW MASTER GENERATION:' TO PST-LABEL-OUT
           MOVE WS-NEW-GENERATION TO PST-COUNT-EDITED
           MOVE PST-COUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'INPUT MASTER SALARY HASH:' TO PST-LABEL-OUT
           MOVE WS-MST-TRL-SALARY TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'SALARY INCREASE POSTED:' TO PST-LABEL-OUT
           MOVE WS-POSTED-INCREASE TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'NEW MASTER SALARY HASH:' TO PST-LABEL-OUT
           MOVE WS-NEW-SALARY-HASH TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'MASTER RECORDS NOT IN RUN:' TO PST-LABEL-OUT
           MOVE WS-UNCHANGED-COUNT TO PST-COUNT-EDITED
           MOVE PST-COUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'EXTRACT TRAILER COUNT:' TO PST-LABEL-OUT
           MOVE WS-TRL-RECORD-COUNT TO PST-COUNT-EDITED
           MOVE PST-COUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'EMPLOYEES POSTED:' TO PST-LABEL-OUT
           MOVE WS-POSTED-COUNT TO PST-COUNT-EDITED
           MOVE PST-COUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'EMPLOYEES NOT POSTED:' TO PST-LABEL-OUT
           MOVE WS-NOT-POSTED-COUNT TO PST-COUNT-EDITED
           MOVE PST-COUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'EXTRACT TRAILER SALARY HASH:' TO PST-LABEL-OUT
           MOVE WS-TRL-SALARY-HASH TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'POSTED SALARY TOTAL:' TO PST-LABEL-OUT
           MOVE WS-POSTED-SALARY TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'NOT POSTED SALARY TOTAL:' TO PST-LABEL-OUT
           MOVE WS-NOT-POSTED-SALARY TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'EXTRACT TRAILER DUES HASH:' TO PST-LABEL-OUT
           MOVE WS-TRL-DUES-HASH TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'POSTED EMPLOYEES DUES:' TO PST-LABEL-OUT
           MOVE WS-POSTED-DUES TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'EXTRACT TRAILER INSURANCE HASH:' TO PST-LABEL-OUT
           MOVE WS-TRL-INSURANCE-HASH TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           MOVE 'POSTED EMPLOYEES INSURANCE:' TO PST-LABEL-OUT
           MOVE WS-POSTED-INSURANCE TO PST-AMOUNT-EDITED
           MOVE PST-AMOUNT-EDITED TO PST-VALUE-OUT
           PERFORM 125-WRITE-REGISTER-LINE

           IF INDEXED-UPDATE-MODE AND POSTING-PROVES
               MOVE 'INDEXED MASTER REWRITES:' TO PST-LABEL-OUT
               MOVE WS-IX-REWRITE-COUNT TO PST-COUNT-EDITED
               MOVE PST-COUNT-EDITED TO PST-VALUE-OUT
               PERFORM 125-WRITE-REGISTER-LINE
               MOVE 'INDEXED ERRORS:' TO PST-LABEL-OUT
               MOVE WS-IX-ERROR-COUNT TO PST-COUNT-EDITED
               MOVE PST-COUNT-EDITED TO PST-VALUE-OUT
               PERFORM 125-WRITE-REGISTER-LINE
           ELSE
               MOVE 'INDEXED MASTER:' TO PST-LABEL-OUT
               MOVE 'NOT UPDATED' TO PST-VALUE-OUT
               PERFORM 125-WRITE-REGISTER-LINE
           END-IF

           MOVE SPACES TO PST-RESULT-TEXT
           IF POSTING-PROVES
               MOVE 'POSTING PROVES TO THE EXTRACT TRAILER - RUN '
                   TO PST-RESULT-TEXT
               MOVE 'LOGGED AS POSTED - PROMOTE WITH SBNMSTPROM'
                   TO PST-RESULT-TEXT (45:)
               PERFORM 130-APPEND-POSTED-RECORD
               PERFORM 94-LOG-NEW-GENERATION
           ELSE
               MOVE 'POSTING DOES NOT PROVE - DO NOT REPLACE THE '
                   TO PST-RESULT-TEXT
               MOVE 'MASTER' TO PST-RESULT-TEXT (45:)
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE POSTING-REGISTER FROM PST-RESULT-LINE
               AFTER ADVANCING 3 LINES

           IF POSTING-PROVES AND WS-NOT-POSTED-COUNT > 0
               MOVE SPACES TO PST-RESULT-TEXT
               MOVE '** EMPLOYEES NOT POSTED - SEE EXCEPTIONS BELOW'
                   TO PST-RESULT-TEXT
               WRITE POSTING-REGISTER FROM PST-RESULT-LINE
                   AFTER ADVANCING 1 LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF INDEXED-UPDATE-MODE AND NOT POSTING-PROVES
               MOVE SPACES TO PST-RESULT-TEXT
               MOVE '** INDEXED MASTER NOT UPDATED - POSTING DID NOT '
                   TO PST-RESULT-TEXT
               MOVE 'PROVE' TO PST-RESULT-TEXT (49:)
               WRITE POSTING-REGISTER FROM PST-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF INDEXED-UPDATE-MODE AND WS-IX-ERROR-COUNT > 0
               MOVE SPACES TO PST-RESULT-TEXT
               MOVE '** INDEXED MISMATCH - RUN SBNMSTLOAD' TO
                   PST-RESULT-TEXT
               WRITE POSTING-REGISTER FROM PST-RESULT-LINE
                   AFTER ADVANCING 1 LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-NOT-POSTED-COUNT > 0
               PERFORM 122-WRITE-NOT-POSTED-LIST
           END-IF
           .

      ****************************************************************
      * THE EMPLOYEES NOT POSTED, LISTED AGAIN TOGETHER.  ONCE THE
      * RUN IS LOGGED AS POSTED IT CANNOT BE POSTED AGAIN, SO AN
      * INCREASE STILL DUE TO ONE OF THEM IS APPLIED BY MAINTENANCE.
      ****************************************************************
       122-WRITE-NOT-POSTED-LIST.

           MOVE SPACES TO PST-RESULT-TEXT
           MOVE 'EXCEPTIONS - EMPLOYEES NOT POSTED.  ANY INCREASE '
               TO PST-RESULT-TEXT
           MOVE 'STILL DUE IS APPLIED BY MAINTENANCE.'
               TO PST-RESULT-TEXT (50:)
           WRITE POSTING-REGISTER FROM PST-RESULT-LINE
               AFTER ADVANCING 3 LINES
           MOVE SPACES TO POSTING-REGISTER
           WRITE POSTING-REGISTER AFTER ADVANCING 1 LINE

           PERFORM VARYING WS-NP-SUB FROM 1 BY 1
                   UNTIL WS-NP-SUB > NOT-POSTED-TABLE-COUNT
               MOVE NOT-POSTED-LINE (WS-NP-SUB) TO PST-EMPLOYEE-LINE
               PERFORM 90-WRITE-EMPLOYEE-LINE
           END-PERFORM

           IF WS-NOT-POSTED-COUNT > NOT-POSTED-TABLE-COUNT
               MOVE SPACES TO PST-RESULT-TEXT
               MOVE '** MORE THAN 100 NOT POSTED - THE REST ARE ON THE '
                   TO PST-RESULT-TEXT
               MOVE 'DETAIL LINES ABOVE' TO PST-RESULT-TEXT (51:)
               WRITE POSTING-REGISTER FROM PST-RESULT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       125-WRITE-REGISTER-LINE.

           WRITE POSTING-REGISTER FROM PST-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           .

      ****************************************************************
      * THE POST RECORD CARRIES THE RUN DATE OF THE RUN POSTED (SO
      * THE NEXT SBNPOST CAN TELL IT IS DONE), THE EMPLOYEES AND
      * SALARY POSTED, AND THE EFFECTIVE DATE STAMPED ON THE MASTER.
      ****************************************************************
       130-APPEND-POSTED-RECORD.

           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-FILE-NOT-FOUND
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF

           MOVE WS-POST-RUN-DATE       TO RL-RUN-DATE
           MOVE 'POST'                 TO RL-RUN-MODE
           MOVE 'POSTED'               TO RL-STATUS
           MOVE WS-MASTER-IN-COUNT     TO RL-RECORDS-READ
           MOVE WS-NOT-POSTED-COUNT    TO RL-EXCEPTION-COUNT
           MOVE WS-POSTED-COUNT        TO RL-EXTRACT-COUNT
           MOVE WS-POSTED-SALARY       TO RL-GRAND-SALARY
           MOVE WS-POSTED-DUES         TO RL-GRAND-DUES
           MOVE WS-POSTED-INSURANCE    TO RL-GRAND-INSURANCE
           MOVE WS-POST-CYCLE-MONTH    TO RL-CYCLE-MONTH
           MOVE WS-POST-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
