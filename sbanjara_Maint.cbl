      *       'A' - ADD A NEW EMPLOYEE (FULL RECORD SUPPLIED)
      *       'C' - CHANGE AN EMPLOYEE (ONLY NON-BLANK FIELDS ARE
      *             APPLIED; BLANK FIELDS KEEP THE MASTER VALUE)
      *       'T' - TERMINATE AN EMPLOYEE (KEY PLUS A SEPARATION
      *             REASON CODE IN THE POSITION FIELD: RS RESIGNED,
      *             DS DISCHARGED, LO LAID OFF, RT RETIRED,
      *             DE DECEASED, OT OTHER)
      *       'R' - REHIRE A FORMER EMPLOYEE INTO THE WAREHOUSE OF
      *             THE KEY.  THE RECORD IS REBUILT FROM THE LAST
      *             IMAGE ON THE FORMER-EMPLOYEE FILE; NON-BLANK
      *             FIELDS ARE APPLIED AS ON A CHANGE, EXCEPT THE
      *             HIRE DATE, WHICH ALWAYS KEEPS THE ORIGINAL.
      *             THE PAY-INCREASE DATE STARTS AT THE REHIRE DATE
      *             UNLESS ONE IS KEYED.
      *       'X' - TRANSFER AN EMPLOYEE TO THE WAREHOUSE NAMED IN
      *             THE NEW WAREHOUSE ID FIELD, RE-KEYING THE MASTER
      *             RECORD IN ONE TRANSACTION
      *  3. THE PENDING TRANSACTION FILE, HOLDING FUTURE-DATED
      *     TRANSACTIONS HELD BY EARLIER RUNS.  IT IS MERGED WITH
      *     TONIGHT'S TRANSACTIONS AT THE TOP OF THE RUN.
      *  4. THE FORMER-EMPLOYEE FILE, PR2FORM.TXT, SCANNED FOR THE
      *     EMPLOYEE IDS OF TONIGHT'S ADDS AND REHIRES.
      **********
      * OUTPUT:
      *  1. THE NEW EMPLOYEE MASTER FILE IN THE SAME LAYOUT.
      *  4. THE TRANSFER BRIDGE FILE, ONE RECORD PER APPLIED
      *     TRANSFER, SO SBNHISTRPT CAN CONNECT AN EMPLOYEE'S
      *     HISTORY ROWS ACROSS THE MOVE.
      *  5. A CREATED RECORD APPENDED TO THE MASTER GENERATION LOG,
      *     PR2GENL.TXT, CARRYING THE REGISTER COUNTS AND SALARY
      *     HASH OF THE NEW MASTER.  SBNMSTPROM PROVES THE NEW MASTER
      *     AGAINST IT BEFORE PUTTING IT IN PLACE OF PR2FA19.TXT.
      *  6. THE FORMER-EMPLOYEE FILE, PR2FORM.TXT, APPENDED WITH A
      *     SEPARATION RECORD FOR EVERY APPLIED TERMINATION (LAST
      *     MASTER IMAGE, TERMINATION DATE, REASON CODE) AND A REHIRE
      *     RECORD FOR EVERY APPLIED REHIRE (NEW IMAGE, REHIRE DATE).
      *     SBNSEPRPT READS IT FOR THE MONTHLY SEPARATIONS REPORT.
      *  7. THE MAINTENANCE AUDIT JOURNAL, PR2AUDT.TXT, A PERMANENT
      *     FILE APPENDED WITH ONE ENTRY FOR EVERY APPLIED, HELD, AND
      *     REJECTED TRANSACTION: RUN DATE AND TIME, OPERATOR/BATCH
      *     ID, ACTION CODE, STATUS, KEY, EFFECTIVE DATE, REGISTER
      *     NOTE, AND THE BEFORE AND AFTER RECORD IMAGES.  THE INQ
      *     MODE OF SBNPROGRAM2 PRINTS AN EMPLOYEE'S HISTORY FROM IT.
      **********
      * PROCESSING:
      *  TONIGHT'S TRANSACTIONS AND THE PENDING FILE ARE COMBINED,
      *  THE MASTER RECORD BEFORE THE RECORD IS WRITTEN TO THE NEW
      *  MASTER.
      *
      *  THE EMPLOYEE MASTER CARRIES A HEADER RECORD (GENERATION,
      *  CREATION DATE, CREATING PROGRAM) AND A TRAILER RECORD
      *  (RECORD COUNT, CURRENT SALARY HASH).  THE RUN IS REFUSED
      *  WHEN THE MASTER DOES NOT FOOT TO ITS TRAILER, OR WHEN ITS
      *  GENERATION IS OLDER THAN THE LAST ONE ON THE GENERATION LOG
      *  (A NEW MASTER WAS BUILT AND NEVER PROMOTED OR REJECTED).
      *  THE NEW MASTER IS WRITTEN AS THE NEXT GENERATION WITH ITS
      *  OWN HEADER AND TRAILER.
      *
      *  THE FORMER-EMPLOYEE FILE IS KEYED BY EMPLOYEE ID ALONE, SO A
      *  PERSON IS RECOGNISED WHICHEVER WAREHOUSE THEY LEFT FROM; THE
      *  LATEST RECORD FOR AN ID TELLS WHETHER THEY ARE STILL GONE.
      *  AN ADD FOR AN ID WHOSE LATEST RECORD IS A SEPARATION IS
      *  REJECTED AND THE CLERK KEYS A REHIRE INSTEAD, SO THE
      *  ORIGINAL HIRE DATE IS NEVER LOST.  THE TERMINATION AND
      *  REHIRE DATES ARE THE TRANSACTION'S EFFECTIVE DATE (THE RUN
      *  DATE WHEN BLANK).  REHIRES COUNT AS ADDS ON THE GENERATION
      *  LOG SO THE NEW MASTER STILL FOOTS.
      *
      *  BATCH=XXXXXXXX ON THE COMMAND LINE NAMES THE OPERATOR OR
      *  BATCH THAT KEYED THE NIGHT'S WORK; IT IS CARRIED ON EVERY
      *  AUDIT JOURNAL ENTRY (UNKNOWN WHEN NOT GIVEN).  THE EFFECTIVE
      *  DATE JOURNALED IS THE ONE KEYED, OR THE RUN DATE WHEN BLANK.
      *  THE AFTER IMAGE IS THE RECORD AS IT STANDS ONCE THE
      *  TRANSACTION IS DONE WITH: UNCHANGED FOR A HELD OR REJECTED
      *  TRANSACTION, BLANK FOR A TERMINATION.
      *
      *  WITH IXUPD ON THE COMMAND LINE THE SAME ADD, CHANGE,
      *  TERMINATE, AND TRANSFER ACTIONS ARE ALSO APPLIED DIRECTLY
      *  AGAINST THE INDEXED MASTER PR2FA19I.DAT (WRITE, REWRITE,
       FILE-CONTROL.
           SELECT EMPLOYEE-RECORD-FILE
               ASSIGN TO 'PR2FA19.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT SORTED-MASTER-FILE
               ASSIGN TO 'PR2FA19M.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-RECORD-KEY
                   FILE STATUS IS WS-INDEXED-FILE-STATUS.
           SELECT GENERATION-LOG-FILE
               ASSIGN TO 'PR2GENL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GEN-LOG-FILE-STATUS.
           SELECT FORMER-EMPLOYEE-FILE
               ASSIGN TO 'PR2FORM.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FORMER-FILE-STATUS.
           SELECT AUDIT-JOURNAL-FILE
               ASSIGN TO 'PR2AUDT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT UPDATE-REGISTER-FILE
               ASSIGN TO PRINTER 'UPDATE-REGISTER'.

               88  CHANGE-TRANS               VALUE 'C'.
               88  TERMINATE-TRANS            VALUE 'T'.
               88  TRANSFER-TRANS             VALUE 'X'.
               88  REHIRE-TRANS               VALUE 'R'.
           05  TR-EMPLOYEE-DATA.
               10  TR-RECORD-KEY.
                   15  TR-WAREHOUSE-ID    PIC X(4).
               10  FILLER                 PIC X(5).
               10  TR-UNION-DUES          PIC X(3).
               10  TR-INSURANCE           PIC X(5).
           05  TR-TERMINATE-DATA REDEFINES TR-EMPLOYEE-DATA.
               10  FILLER                 PIC X(9).
               10  TR-TERM-REASON         PIC X(2).
                   88  VALID-TERM-REASON  VALUE 'RS' 'DS' 'LO' 'RT'
                                                'DE' 'OT'.
               10  FILLER                 PIC X(72).
           05  TR-EFFECTIVE-DATE      PIC X(8).
           05  TR-NEW-WAREHOUSE-ID    PIC X(4).

           05  RC-UNION-DUES-PCT            PIC 9V99.
           05  RC-INSURANCE-PCT             PIC 9V99.

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

       FD  FORMER-EMPLOYEE-FILE
           RECORD CONTAINS 110 CHARACTERS.

       01  FORMER-EMPLOYEE-RECORD.
           05  FE-RECORD-TYPE               PIC X.
               88  FE-SEPARATION-RECORD               VALUE 'T'.
               88  FE-REHIRE-RECORD                   VALUE 'R'.
           05  FE-EMPLOYEE-IMAGE.
               10  FE-WAREHOUSE-ID          PIC X(4).
               10  FE-EMPLOYEE-ID           PIC X(5).
               10  FILLER                   PIC X(74).
           05  FE-TERM-DATE                 PIC 9(8).
           05  FE-TERM-REASON               PIC X(2).
           05  FE-REHIRE-DATE               PIC 9(8).
           05  FE-RUN-DATE                  PIC 9(8).

       FD  AUDIT-JOURNAL-FILE
           RECORD CONTAINS 260 CHARACTERS.

       01  AUDIT-JOURNAL-RECORD.
           05  AJ-RUN-DATE                  PIC 9(8).
           05  AJ-RUN-TIME                  PIC 9(8).
           05  AJ-OPERATOR-ID               PIC X(8).
           05  AJ-ACTION-CODE               PIC X.
           05  AJ-STATUS                    PIC X(8).
           05  AJ-WAREHOUSE-ID              PIC X(4).
           05  AJ-EMPLOYEE-ID               PIC X(5).
           05  AJ-EFFECTIVE-DATE            PIC X(8).
           05  AJ-NEW-WAREHOUSE-ID          PIC X(4).
           05  AJ-NOTE                      PIC X(40).
           05  AJ-BEFORE-IMAGE              PIC X(83).
           05  AJ-AFTER-IMAGE               PIC X(83).

       FD  UPDATE-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

               88  NO-MORE-IX-RECORDS        VALUE 'N'.
           05  PRESCAN-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-PRESCAN           VALUE 'N'.
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
           05  WS-FORMER-FILE-STATUS PIC XX  VALUE '00'.
               88  FORMER-FILE-NOT-FOUND     VALUE '35'.
           05  FORMER-EOF-FLAG   PIC X       VALUE ' '.
               88  NO-MORE-FORMER            VALUE 'N'.
           05  WS-JOURNAL-FILE-STATUS PIC XX VALUE '00'.
               88  JOURNAL-FILE-NOT-FOUND    VALUE '35'.

       01  COMMAND-LINE-FIELDS.
           05  WS-COMMAND-LINE        PIC X(40)   VALUE SPACES.
           05  WS-CMD-ARG-1           PIC X(14)   VALUE SPACES.
           05  WS-CMD-ARG-2           PIC X(14)   VALUE SPACES.
           05  WS-CMD-TOKEN           PIC X(14)   VALUE SPACES.
           05  WS-OPERATOR-ID         PIC X(8)    VALUE 'UNKNOWN'.

       01  WAREHOUSE-TABLE-COUNT                 PIC 99      VALUE 0.

           05  WK-UNION-DUES          PIC X(3).
           05  WK-INSURANCE           PIC X(5).

      *    HEADER AND TRAILER OF THE EMPLOYEE MASTER.  THE RECORD ID
      *    SITS WHERE A DETAIL RECORD CARRIES ITS WAREHOUSE ID.
       01  MASTER-CONTROL-RECORD.
           05  MC-RECORD-ID           PIC X(4).
               88  MC-HEADER-RECORD              VALUE 'HEAD'.
               88  MC-TRAILER-RECORD             VALUE 'TRLR'.
               88  MC-CONTROL-RECORD             VALUE 'HEAD' 'TRLR'.
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
           05  WS-PROOF-COUNT         PIC 9(7)    VALUE 0.
           05  WS-PROOF-SALARY        PIC 9(11)V99 VALUE 0.
           05  WS-TRL-RECORD-COUNT    PIC 9(7)    VALUE 0.
           05  WS-TRL-SALARY-HASH     PIC 9(11)V99 VALUE 0.
           05  WS-NEW-SALARY-HASH     PIC 9(11)V99 VALUE 0.

       01  COUNT-FIELDS.
           05  WS-MASTER-IN-COUNT     PIC 9(5)    VALUE 0.
           05  WS-MASTER-OUT-COUNT    PIC 9(5)    VALUE 0.
           05  WS-ADDS-APPLIED        PIC 9(5)    VALUE 0.
           05  WS-CHANGES-APPLIED     PIC 9(5)    VALUE 0.
           05  WS-TERMS-APPLIED       PIC 9(5)    VALUE 0.
           05  WS-REHIRES-APPLIED     PIC 9(5)    VALUE 0.
           05  WS-FORMER-WRITTEN      PIC 9(5)    VALUE 0.
           05  WS-JOURNAL-WRITTEN     PIC 9(5)    VALUE 0.
           05  WS-TRANS-HELD          PIC 9(5)    VALUE 0.
           05  WS-TRANSFERS-APPLIED   PIC 9(5)    VALUE 0.
           05  WS-TRANS-REJECTED      PIC 9(5)    VALUE 0.

       01  WS-XFER-SUB                PIC 99      VALUE 0.

      *    EVERY EMPLOYEE ID NAMED BY AN 'A' OR 'R' TRANSACTION,
      *    COLLECTED WHILE THE TRANSACTION FILES ARE COMBINED.  A
      *    PRE-SCAN OF THE FORMER-EMPLOYEE FILE LEAVES THE LATEST
      *    RECORD FOR EACH ONE HERE (SPACES WHEN THE ID HAS NEVER
      *    LEFT), AND TONIGHT'S TERMINATIONS AND REHIRES KEEP IT
      *    CURRENT THROUGH THE MATCH PASS.
       01  FORMER-ID-COUNT            PIC 99      VALUE 0.

       01  FORMER-ID-TABLE.
           05  FORMER-ID-ENTRY  OCCURS 50 TIMES.
               10  FI-EMPLOYEE-ID     PIC X(5).
               10  FI-LAST-RECORD     PIC X(110).

       01  WS-FI-SUB                  PIC 99      VALUE 0.
       01  WS-FI-PICK                 PIC 99      VALUE 0.
       01  WS-FORMER-LOOKUP-ID        PIC X(5)    VALUE SPACES.

      *    THE LATEST FORMER-EMPLOYEE RECORD FOR THE ID LOOKED UP.
       01  FORMER-LOOKUP-RECORD.
           05  FL-RECORD-TYPE         PIC X.
               88  FL-NEVER-SEPARATED             VALUE SPACE.
               88  FL-SEPARATED                   VALUE 'T'.
               88  FL-REHIRED                     VALUE 'R'.
           05  FL-EMPLOYEE-IMAGE      PIC X(83).
           05  FL-TERM-DATE           PIC 9(8).
           05  FL-TERM-REASON         PIC X(2).
           05  FL-REHIRE-DATE         PIC 9(8).
           05  FL-RUN-DATE            PIC 9(8).

       01  WS-ORIGINAL-HIRE-DATE      PIC X(8)    VALUE SPACES.
       01  WS-MOVEMENT-DATE           PIC X(8)    VALUE SPACES.

       01  REGISTER-FIELDS.
           05  WS-REJECT-REASON       PIC X(40).
           05  WS-BEFORE-IMAGE        PIC X(83).
           05  WS-AFTER-IMAGE         PIC X(83).
           05  REG-COUNTER            PIC 99      VALUE 00.
           05  REG-LINE-COUNT         PIC 99      VALUE 00.

           05  WS-DAY                 PIC 99.

       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.
       01  WS-RUN-TIME                PIC 9(8)    VALUE 0.

      ************************* OUTPUT AREA ***************************


           ACCEPT DATE-FIELDS FROM DATE YYYYMMDD
           MOVE DATE-FIELDS TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
           MOVE WS-CMD-ARG-2 TO WS-CMD-TOKEN
           PERFORM 22-CHECK-COMMAND-TOKEN

           PERFORM 19-PROVE-EMPLOYEE-MASTER

           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MS-WAREHOUSE-ID
               ON ASCENDING KEY MS-EMPLOYEE-ID
               GIVING SORTED-TRANS-FILE

           PERFORM 28-PRESCAN-TRANSFER-TARGETS
           PERFORM 28B-PRESCAN-FORMER-EMPLOYEES

           OPEN INPUT  SORTED-MASTER-FILE
                       SORTED-TRANS-FILE
               OPEN EXTEND TRANSFER-BRIDGE-FILE
           END-IF

           OPEN EXTEND FORMER-EMPLOYEE-FILE
           IF FORMER-FILE-NOT-FOUND
               OPEN OUTPUT FORMER-EMPLOYEE-FILE
               CLOSE FORMER-EMPLOYEE-FILE
               OPEN EXTEND FORMER-EMPLOYEE-FILE
           END-IF

           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF JOURNAL-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-JOURNAL-FILE
               CLOSE AUDIT-JOURNAL-FILE
               OPEN EXTEND AUDIT-JOURNAL-FILE
           END-IF

           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 25-LOAD-RATE-TABLE

           END-IF

           PERFORM 30-HEADER-ROUTINE
           PERFORM 91-WRITE-NEW-MASTER-HEADER
           PERFORM 60-READ-MASTER
           PERFORM 65-READ-TRANS
           .

      ****************************************************************
      * PROVES THE EMPLOYEE MASTER BEFORE IT IS SORTED: EXACTLY ONE
      * HEADER AND ONE TRAILER, AND THE DETAIL RECORDS FOOT TO THE
      * TRAILER COUNT AND SALARY HASH.  ITS GENERATION MUST NOT BE
      * OLDER THAN THE LAST GENERATION ON THE GENERATION LOG, OR
      * TONIGHT'S WORK WOULD BE APPLIED TO A MASTER THAT AN EARLIER
      * RUN HAS ALREADY REPLACED.
      ****************************************************************
       19-PROVE-EMPLOYEE-MASTER.

           OPEN INPUT EMPLOYEE-RECORD-FILE
           IF EMPLOYEE-FILE-NOT-FOUND
               DISPLAY 'SBNMAINT - EMPLOYEE MASTER NOT FOUND - '
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
               DISPLAY 'SBNMAINT - EMPLOYEE MASTER HAS NO HEADER - '
                   'RUN SBNMSTPROM INIT - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-HEADER-COUNT > 1 OR WS-TRAILER-COUNT NOT = 1
               DISPLAY 'SBNMAINT - EMPLOYEE MASTER HEADER OR TRAILER '
                   'MISSING OR REPEATED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PROOF-COUNT NOT = WS-TRL-RECORD-COUNT OR
                   WS-PROOF-SALARY NOT = WS-TRL-SALARY-HASH
               DISPLAY 'SBNMAINT - EMPLOYEE MASTER DOES NOT FOOT TO '
                   'ITS TRAILER - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 19B-FIND-LAST-GENERATION
           IF WS-MASTER-GENERATION < WS-LAST-GENERATION
               DISPLAY 'SBNMAINT - EMPLOYEE MASTER GENERATION '
                   WS-MASTER-GENERATION ' IS OLDER THAN GENERATION '
                   WS-LAST-GENERATION ' - RUN SBNMSTPROM - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-NEW-GENERATION = WS-MASTER-GENERATION + 1
           .

       19A-FOOT-MASTER-RECORD.

           EVALUATE TRUE
               WHEN MC-HEADER-RECORD
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE MC-GENERATION TO WS-MASTER-GENERATION
               WHEN MC-TRAILER-RECORD
                   ADD 1 TO WS-TRAILER-COUNT
                   MOVE MC-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   MOVE MC-TRL-SALARY-HASH  TO WS-TRL-SALARY-HASH
               WHEN OTHER
                   ADD 1 TO WS-PROOF-COUNT
                   IF MC-CURRENT-SALARY NUMERIC
                       ADD MC-CURRENT-SALARY TO WS-PROOF-SALARY
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
      * MERGES THE PREVIOUSLY HELD PENDING TRANSACTIONS IN FRONT OF
      * TONIGHT'S TRANSACTION FILE SO EVERYTHING GOES THROUGH ONE
                           MOVE PENDING-TRANS-RECORD TO
                               TARGET-WORK-RECORD
                           PERFORM 21A-COLLECT-TRANSFER-TARGET
                           PERFORM 21B-COLLECT-FORMER-ID
                           WRITE COMBINED-TRANS-RECORD FROM
                               PENDING-TRANS-RECORD
                   END-READ
                           MOVE RAW-TRANS-RECORD TO
                               TARGET-WORK-RECORD
                           PERFORM 21A-COLLECT-TRANSFER-TARGET
                           PERFORM 21B-COLLECT-FORMER-ID
                           WRITE COMBINED-TRANS-RECORD FROM
                               RAW-TRANS-RECORD
                   END-READ
           END-IF
           .

       21B-COLLECT-FORMER-ID.

           IF (TW-ACTION-CODE = 'A' OR TW-ACTION-CODE = 'R') AND
                   TW-EMPLOYEE-ID NOT = SPACES
               MOVE TW-EMPLOYEE-ID TO WS-FORMER-LOOKUP-ID
               PERFORM 28E-FIND-FORMER-ENTRY
               EVALUATE TRUE
                   WHEN WS-FI-SUB > 0
                       CONTINUE
                   WHEN FORMER-ID-COUNT < 50
                       ADD 1 TO FORMER-ID-COUNT
                       MOVE TW-EMPLOYEE-ID TO
                           FI-EMPLOYEE-ID (FORMER-ID-COUNT)
                       MOVE SPACES TO
                           FI-LAST-RECORD (FORMER-ID-COUNT)
                   WHEN OTHER
                       DISPLAY 'SBNMAINT - FORMER-EMPLOYEE TABLE FULL, '
                           'ID NOT PRE-CHECKED: ' TW-EMPLOYEE-ID
               END-EVALUATE
           END-IF
           .

      ****************************************************************
      * THE COMMAND-LINE TOKENS SBNMAINT TAKES ARE IXUPD AND
      * BATCH=XXXXXXXX.  A MALFORMED TOKEN (A TYPO LIKE IXUDP) IS
      * REFUSED RATHER THAN SILENTLY RUNNING THE NIGHT WITH THE
      * INDEXED MASTER LEFT STALE - THE EXACT FAILURE THE MODE
      * EXISTS TO PREVENT.
      ****************************************************************
       22-CHECK-COMMAND-TOKEN.

                   CONTINUE
               WHEN WS-CMD-TOKEN = 'IXUPD'
                   MOVE 'Y' TO WS-IXUPD-SWITCH
               WHEN WS-CMD-TOKEN (1:6) = 'BATCH=' AND
                       WS-CMD-TOKEN (7:8) NOT = SPACES
                   MOVE WS-CMD-TOKEN (7:8) TO WS-OPERATOR-ID
               WHEN OTHER
                   DISPLAY 'SBNMAINT - UNRECOGNIZED PARAMETER '
                       WS-CMD-TOKEN ' - RUN REFUSED'
           END-PERFORM
           .

      ****************************************************************
      * PRE-SCAN OF THE FORMER-EMPLOYEE FILE FOR THE IDS OF TONIGHT'S
      * ADDS AND REHIRES.  THE FILE IS APPENDED IN RUN ORDER, SO THE
      * LAST RECORD READ FOR AN ID IS ITS CURRENT STANDING.  SKIPPED
      * WHEN THE RUN HAS NO ADDS OR REHIRES; A MISSING FILE MEANS
      * NOBODY HAS LEFT SINCE IT WAS STARTED.
      ****************************************************************
       28B-PRESCAN-FORMER-EMPLOYEES.

           IF FORMER-ID-COUNT > 0
               OPEN INPUT FORMER-EMPLOYEE-FILE
               IF NOT FORMER-FILE-NOT-FOUND
                   PERFORM UNTIL NO-MORE-FORMER
                       READ FORMER-EMPLOYEE-FILE
                           AT END
                               MOVE 'N' TO FORMER-EOF-FLAG
                           NOT AT END
                               PERFORM 28C-NOTE-FORMER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FORMER-EMPLOYEE-FILE
               END-IF
           END-IF
           .

       28C-NOTE-FORMER-RECORD.

           MOVE FE-EMPLOYEE-ID TO WS-FORMER-LOOKUP-ID
           PERFORM 28E-FIND-FORMER-ENTRY
           IF WS-FI-SUB > 0
               MOVE FORMER-EMPLOYEE-RECORD TO
                   FI-LAST-RECORD (WS-FI-SUB)
           END-IF
           .

      *    LOADS FORMER-LOOKUP-RECORD WITH THE LATEST RECORD FOR
      *    WS-FORMER-LOOKUP-ID.  WS-FI-SUB STAYS 0 WHEN THE ID WAS
      *    NOT PRE-CHECKED (TABLE FULL).
       28D-LOOKUP-FORMER-EMPLOYEE.

           PERFORM 28E-FIND-FORMER-ENTRY
           IF WS-FI-SUB > 0
               MOVE FI-LAST-RECORD (WS-FI-SUB) TO FORMER-LOOKUP-RECORD
           ELSE
               MOVE SPACES TO FORMER-LOOKUP-RECORD
           END-IF
           .

       28E-FIND-FORMER-ENTRY.

           MOVE 0 TO WS-FI-SUB
           PERFORM VARYING WS-FI-PICK FROM 1 BY 1
                   UNTIL WS-FI-PICK > FORMER-ID-COUNT
               IF FI-EMPLOYEE-ID (WS-FI-PICK) = WS-FORMER-LOOKUP-ID
                   MOVE WS-FI-PICK TO WS-FI-SUB
               END-IF
           END-PERFORM
           .

       29-LOOKUP-WAREHOUSE.

           MOVE 'N' TO WS-WHSE-FOUND-SWITCH
           PERFORM UNTIL NO-MORE-MASTER AND NO-MORE-TRANS
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY < WS-TRANS-KEY
                       MOVE MASTER-RECORD TO NEW-MASTER-RECORD
                       PERFORM 92-WRITE-NEW-MASTER
                       PERFORM 60-READ-MASTER
                   WHEN OTHER
                       PERFORM 50-PROCESS-TRANS-SET
           END-PERFORM

           IF NOT WORK-RECORD-DELETED
               MOVE WORK-EMPLOYEE-RECORD TO NEW-MASTER-RECORD
               PERFORM 92-WRITE-NEW-MASTER
           END-IF

           IF INDEXED-UPDATE-MODE
                   PERFORM 58-APPLY-TERMINATE
               WHEN TRANSFER-TRANS
                   PERFORM 58A-APPLY-TRANSFER
               WHEN REHIRE-TRANS
                   PERFORM 58D-APPLY-REHIRE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   PERFORM 85-WRITE-REJECTED-ENTRY
           END-EVALUATE
           .

      *    AN ADD FOR SOMEONE WHO HAS LEFT US IS REALLY A REHIRE: AS
      *    AN ADD IT WOULD START A NEW HIRE DATE AND LOSE THE LINK TO
      *    THEIR SEPARATION.
       56-APPLY-ADD.

           MOVE TR-EMPLOYEE-ID TO WS-FORMER-LOOKUP-ID
           PERFORM 28D-LOOKUP-FORMER-EMPLOYEE

           EVALUATE TRUE
               WHEN NOT WORK-RECORD-DELETED
                   MOVE 'DUPLICATE - EMPLOYEE ALREADY ON MASTER' TO
                       WS-REJECT-REASON
                   PERFORM 85-WRITE-REJECTED-ENTRY
               WHEN FL-SEPARATED
                   MOVE 'FORMER EMPLOYEE - KEY AN R (REHIRE)' TO
                       WS-REJECT-REASON
                   PERFORM 85-WRITE-REJECTED-ENTRY
               WHEN OTHER
                   PERFORM 59-VALIDATE-TRANS-DATA
                   IF TRANS-DATA-VALID
                       MOVE TR-EMPLOYEE-DATA TO WORK-EMPLOYEE-RECORD
                       MOVE 'N' TO WS-WORK-DELETED
                       ADD 1 TO WS-ADDS-APPLIED
                       PERFORM 80-WRITE-APPLIED-ENTRY
                   ELSE
                       PERFORM 85-WRITE-REJECTED-ENTRY
                   END-IF
           END-EVALUATE
           .

       57-APPLY-CHANGE.
           END-IF
           .

      *    THE LAST IMAGE - AFTER ANY OF TONIGHT'S CHANGES FOR THE
      *    KEY - GOES TO THE FORMER-EMPLOYEE FILE BEFORE THE RECORD IS
      *    DROPPED FROM THE NEW MASTER.
       58-APPLY-TERMINATE.

           EVALUATE TRUE
               WHEN WORK-RECORD-DELETED
                   MOVE 'NO MATCHING MASTER RECORD' TO WS-REJECT-REASON
                   PERFORM 85-WRITE-REJECTED-ENTRY
               WHEN NOT VALID-TERM-REASON
                   MOVE 'MISSING OR INVALID SEPARATION REASON' TO
                       WS-REJECT-REASON
                   PERFORM 85-WRITE-REJECTED-ENTRY
               WHEN OTHER
                   PERFORM 58F-SET-MOVEMENT-DATE
                   MOVE SPACES               TO FORMER-EMPLOYEE-RECORD
                   MOVE 'T'                  TO FE-RECORD-TYPE
                   MOVE WORK-EMPLOYEE-RECORD TO FE-EMPLOYEE-IMAGE
                   MOVE WS-MOVEMENT-DATE     TO FE-TERM-DATE
                   MOVE TR-TERM-REASON       TO FE-TERM-REASON
                   MOVE 0                    TO FE-REHIRE-DATE
                   PERFORM 58E-WRITE-FORMER-RECORD
                   MOVE 'Y' TO WS-WORK-DELETED
                   ADD 1 TO WS-TERMS-APPLIED
                   PERFORM 83-WRITE-SEPARATION-ENTRY
           END-EVALUATE
           .

      ****************************************************************
           END-PERFORM
           .

      ****************************************************************
      * REHIRE BRINGS A FORMER EMPLOYEE BACK UNDER THE TRANSACTION'S
      * KEY.  THE RECORD STARTS FROM THE LAST IMAGE ON THE FORMER-
      * EMPLOYEE FILE, PICKS UP THE NEW WAREHOUSE AND ANY KEYED
      * FIELDS, AND KEEPS THE ORIGINAL HIRE DATE WHATEVER WAS KEYED.
      * THE REHIRE RECORD ON THE FORMER-EMPLOYEE FILE CARRIES THE
      * REHIRE DATE AND THE SEPARATION IT ENDS.
      ****************************************************************
       58D-APPLY-REHIRE.

           MOVE TR-EMPLOYEE-ID TO WS-FORMER-LOOKUP-ID
           PERFORM 28D-LOOKUP-FORMER-EMPLOYEE
           PERFORM 59-VALIDATE-TRANS-DATA

           EVALUATE TRUE
               WHEN NOT WORK-RECORD-DELETED
                   MOVE 'DUPLICATE - EMPLOYEE ALREADY ON MASTER' TO
                       WS-REJECT-REASON
                   PERFORM 85-WRITE-REJECTED-ENTRY
               WHEN WS-FI-SUB = 0
                   MOVE 'FORMER-EMPLOYEE TABLE FULL - REKEY' TO
                       WS-REJECT-REASON
                   PERFORM 85-WRITE-REJECTED-ENTRY
               WHEN FL-NEVER-SEPARATED
                   MOVE 'NOT ON FORMER-EMPLOYEE FILE' TO
                       WS-REJECT-REASON
                   PERFORM 85-WRITE-REJECTED-ENTRY
               WHEN FL-REHIRED
                   MOVE 'ALREADY REHIRED - NOT A FORMER EMPLOYEE' TO
                       WS-REJECT-REASON
                   PERFORM 85-WRITE-REJECTED-ENTRY
               WHEN NOT TRANS-DATA-VALID
                   PERFORM 85-WRITE-REJECTED-ENTRY
               WHEN OTHER
                   PERFORM 58F-SET-MOVEMENT-DATE
                   MOVE FL-EMPLOYEE-IMAGE     TO WORK-EMPLOYEE-RECORD
                   MOVE WK-HIRE-DATE          TO WS-ORIGINAL-HIRE-DATE
                   MOVE TR-WAREHOUSE-ID       TO WK-WAREHOUSE-ID
                   MOVE WS-MOVEMENT-DATE      TO WK-PAY-INCREASE-DATE
                   PERFORM 70-MOVE-CHANGED-FIELDS
                   MOVE WS-ORIGINAL-HIRE-DATE TO WK-HIRE-DATE
                   MOVE 'N' TO WS-WORK-DELETED

                   MOVE SPACES               TO FORMER-EMPLOYEE-RECORD
                   MOVE 'R'                  TO FE-RECORD-TYPE
                   MOVE WORK-EMPLOYEE-RECORD TO FE-EMPLOYEE-IMAGE
                   MOVE FL-TERM-DATE         TO FE-TERM-DATE
                   MOVE FL-TERM-REASON       TO FE-TERM-REASON
                   MOVE WS-MOVEMENT-DATE     TO FE-REHIRE-DATE
                   PERFORM 58E-WRITE-FORMER-RECORD
                   ADD 1 TO WS-REHIRES-APPLIED
                   PERFORM 84-WRITE-REHIRE-ENTRY
           END-EVALUATE
           .

      *    KEEPS THE PRE-SCAN TABLE IN STEP SO A SECOND TRANSACTION
      *    FOR THE SAME PERSON TONIGHT SEES WHAT THIS ONE DID.
       58E-WRITE-FORMER-RECORD.

           MOVE WS-RUN-DATE TO FE-RUN-DATE
           WRITE FORMER-EMPLOYEE-RECORD
           ADD 1 TO WS-FORMER-WRITTEN

           MOVE FE-EMPLOYEE-ID TO WS-FORMER-LOOKUP-ID
           PERFORM 28E-FIND-FORMER-ENTRY
           IF WS-FI-SUB > 0
               MOVE FORMER-EMPLOYEE-RECORD TO
                   FI-LAST-RECORD (WS-FI-SUB)
           END-IF
           .

       58F-SET-MOVEMENT-DATE.

           IF TR-EFFECTIVE-DATE NUMERIC
               MOVE TR-EFFECTIVE-DATE TO WS-MOVEMENT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-MOVEMENT-DATE
           END-IF
           .

      ****************************************************************
      * A SUPPLIED NUMERIC FIELD MUST CONTAIN ONLY DIGITS.  ON A
      * CHANGE A BLANK FIELD MEANS KEEP THE MASTER VALUE, SO BLANKS
                   OR (TR-INSURANCE NOT = SPACES AND
                       TR-INSURANCE NOT NUMERIC)
                   MOVE 'N' TO WS-TRANS-VALID
                   IF REHIRE-TRANS
                       MOVE 'REHIRE HAS NON-NUMERIC DATA' TO
                           WS-REJECT-REASON
                   ELSE
                       MOVE 'CHANGE HAS NON-NUMERIC DATA' TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

      *    CROSS-FILE CHECKS: AN ADD OR REHIRE MUST NAME A KNOWN,
      *    ACTIVE WAREHOUSE, AND ANY SUPPLIED POSITION CODE MUST HAVE
      *    AN ENTRY ON THE RATES CONTROL FILE.
           IF TRANS-DATA-VALID AND (ADD-TRANS OR REHIRE-TRANS)
               MOVE TR-WAREHOUSE-ID TO WS-WHSE-LOOKUP-ID
               PERFORM 29-LOOKUP-WAREHOUSE
               IF NOT WAREHOUSE-FOUND
           END-IF
           .

      *    THE HEADER AND TRAILER SORT IN AMONG THE DETAIL KEYS;
      *    THEY WERE PROVED IN HOUSEKEEPING AND ARE PASSED OVER HERE.
       60-READ-MASTER.

           MOVE 'N' TO WS-MASTER-READ-SWITCH
           PERFORM UNTIL MASTER-DETAIL-READ OR NO-MORE-MASTER
               READ SORTED-MASTER-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-MASTER-KEY
                   NOT AT END
                       MOVE MASTER-RECORD TO MASTER-CONTROL-RECORD
                       IF NOT MC-CONTROL-RECORD
                           MOVE 'Y' TO WS-MASTER-READ-SWITCH
                           MOVE MST-RECORD-KEY TO WS-MASTER-KEY
                           ADD 1 TO WS-MASTER-IN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           .

       65-READ-TRANS.
           PERFORM 90-WRITE-REGISTER-ENTRY
           .

       83-WRITE-SEPARATION-ENTRY.

           MOVE TR-ACTION-CODE   TO REG-ACTION-OUT
           MOVE TR-WAREHOUSE-ID  TO REG-WAREHOUSE-OUT
           MOVE TR-EMPLOYEE-ID   TO REG-EMPLOYEE-OUT
           MOVE 'APPLIED'        TO REG-STATUS-OUT
           MOVE SPACES TO WS-REJECT-REASON
           STRING 'SEPARATED ' WS-MOVEMENT-DATE ' REASON '
                  TR-TERM-REASON
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           MOVE WS-REJECT-REASON TO REG-REASON-OUT
           PERFORM 90-WRITE-REGISTER-ENTRY
           .

       84-WRITE-REHIRE-ENTRY.

           MOVE TR-ACTION-CODE   TO REG-ACTION-OUT
           MOVE TR-WAREHOUSE-ID  TO REG-WAREHOUSE-OUT
           MOVE TR-EMPLOYEE-ID   TO REG-EMPLOYEE-OUT
           MOVE 'APPLIED'        TO REG-STATUS-OUT
           MOVE SPACES TO WS-REJECT-REASON
           STRING 'REHIRED ' WS-MOVEMENT-DATE ' ORIG HIRE '
                  WK-HIRE-DATE
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           MOVE WS-REJECT-REASON TO REG-REASON-OUT
           PERFORM 90-WRITE-REGISTER-ENTRY
           .

       85-WRITE-REJECTED-ENTRY.

           ADD 1 TO WS-TRANS-REJECTED
           END-IF
           WRITE UPDATE-REGISTER FROM REG-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
           PERFORM 89-WRITE-AUDIT-ENTRY
           .

       87-WRITE-TRANSFER-ENTRY.
           WRITE TRANSFER-BRIDGE-RECORD
           .

      ****************************************************************
      * ONE AUDIT JOURNAL ENTRY PER TRANSACTION, WRITTEN ALONGSIDE ITS
      * REGISTER ENTRY SO THE JOURNAL AND THE PRINTED REGISTER ALWAYS
      * AGREE.  THE STATUS AND NOTE ARE TAKEN FROM THE REGISTER LINE.
      ****************************************************************
       89-WRITE-AUDIT-ENTRY.

           MOVE SPACES              TO AUDIT-JOURNAL-RECORD
           MOVE WS-RUN-DATE         TO AJ-RUN-DATE
           MOVE WS-RUN-TIME         TO AJ-RUN-TIME
           MOVE WS-OPERATOR-ID      TO AJ-OPERATOR-ID
           MOVE TR-ACTION-CODE      TO AJ-ACTION-CODE
           MOVE REG-STATUS-OUT      TO AJ-STATUS
           MOVE TR-WAREHOUSE-ID     TO AJ-WAREHOUSE-ID
           MOVE TR-EMPLOYEE-ID      TO AJ-EMPLOYEE-ID
           IF TR-EFFECTIVE-DATE = SPACES
               MOVE WS-RUN-DATE       TO AJ-EFFECTIVE-DATE
           ELSE
               MOVE TR-EFFECTIVE-DATE TO AJ-EFFECTIVE-DATE
           END-IF
           MOVE TR-NEW-WAREHOUSE-ID TO AJ-NEW-WAREHOUSE-ID
           MOVE REG-REASON-OUT      TO AJ-NOTE
           MOVE WS-BEFORE-IMAGE     TO AJ-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE      TO AJ-AFTER-IMAGE
           WRITE AUDIT-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-WRITTEN
           .

       90-WRITE-REGISTER-ENTRY.

           ADD 1 TO REG-LINE-COUNT
               AFTER ADVANCING 1 LINE

           IF WORK-RECORD-DELETED
               MOVE SPACES TO WS-AFTER-IMAGE
               IF WS-BEFORE-IMAGE = SPACES
                   MOVE '** NO EXISTING RECORD **' TO REG-AFTER-IMAGE
               ELSE
                   MOVE '** RECORD TERMINATED **' TO REG-AFTER-IMAGE
               END-IF
           ELSE
               MOVE WORK-EMPLOYEE-RECORD TO WS-AFTER-IMAGE
               MOVE WORK-EMPLOYEE-RECORD TO REG-AFTER-IMAGE
           END-IF
           WRITE UPDATE-REGISTER FROM REG-AFTER-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 89-WRITE-AUDIT-ENTRY
           .

       91-WRITE-NEW-MASTER-HEADER.

           MOVE SPACES            TO MASTER-CONTROL-RECORD
           MOVE 'HEAD'            TO MC-RECORD-ID
           MOVE WS-NEW-GENERATION TO MC-GENERATION
           MOVE WS-RUN-DATE       TO MC-CREATION-DATE
           MOVE 'SBNMAINT'        TO MC-CREATING-PROGRAM
           WRITE NEW-MASTER-RECORD FROM MASTER-CONTROL-RECORD
           .

      *    EVERY DETAIL RECORD OF THE NEW MASTER IS WRITTEN HERE SO
      *    THE TRAILER FOOTS TO EXACTLY WHAT WAS WRITTEN.
       92-WRITE-NEW-MASTER.

           MOVE NEW-MASTER-RECORD TO MASTER-CONTROL-RECORD
           IF MC-CURRENT-SALARY NUMERIC
               ADD MC-CURRENT-SALARY TO WS-NEW-SALARY-HASH
           END-IF
           WRITE NEW-MASTER-RECORD
           ADD 1 TO WS-MASTER-OUT-COUNT
           .

       93-WRITE-NEW-MASTER-TRAILER.

           MOVE SPACES              TO MASTER-CONTROL-RECORD
           MOVE 'TRLR'              TO MC-RECORD-ID
           MOVE WS-MASTER-OUT-COUNT TO MC-TRL-RECORD-COUNT
           MOVE WS-NEW-SALARY-HASH  TO MC-TRL-SALARY-HASH
           WRITE NEW-MASTER-RECORD FROM MASTER-CONTROL-RECORD
           .

      *    THE CREATED RECORD CARRIES THE REGISTER COUNTS SBNMSTPROM
      *    PROVES THE NEW MASTER AGAINST BEFORE PROMOTING IT.
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
           MOVE WS-RUN-DATE          TO GN-CREATION-DATE
           MOVE 'SBNMAINT'           TO GN-CREATING-PROGRAM
           MOVE 'CREATED'            TO GN-STATUS
           MOVE WS-MASTER-IN-COUNT   TO GN-RECORDS-IN
           COMPUTE GN-ADDS = WS-ADDS-APPLIED + WS-REHIRES-APPLIED
           MOVE WS-TERMS-APPLIED     TO GN-TERMS
           MOVE WS-MASTER-OUT-COUNT  TO GN-RECORDS-OUT
           MOVE WS-NEW-SALARY-HASH   TO GN-SALARY-HASH
           WRITE GENERATION-LOG-RECORD
           CLOSE GENERATION-LOG-FILE
           .

      ****************************************************************
           IF TRANSFER-HOLD-COUNT > 0
               PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                       UNTIL WS-XFER-SUB > TRANSFER-HOLD-COUNT
                   MOVE XH-RECORD-IMAGE (WS-XFER-SUB) TO
                       NEW-MASTER-RECORD
                   PERFORM 92-WRITE-NEW-MASTER
                   IF INDEXED-UPDATE-MODE
                       PERFORM 97-WRITE-INDEXED-TRANSFER
                   END-IF
               AFTER ADVANCING 1 LINE
           MOVE 'TERMINATIONS APPLIED:' TO REG-SUMMARY-TEXT
           MOVE WS-TERMS-APPLIED TO REG-SUMMARY-COUNT
           WRITE UPDATE-REGISTER FROM REG-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REHIRES APPLIED:' TO REG-SUMMARY-TEXT
           MOVE WS-REHIRES-APPLIED TO REG-SUMMARY-COUNT
           WRITE UPDATE-REGISTER FROM REG-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TRANSFERS APPLIED:' TO REG-SUMMARY-TEXT
               AFTER ADVANCING 1 LINE
           MOVE 'MASTER RECORDS WRITTEN:' TO REG-SUMMARY-TEXT
           MOVE WS-MASTER-OUT-COUNT TO REG-SUMMARY-COUNT
           WRITE UPDATE-REGISTER FROM REG-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FORMER-EMPLOYEE RECORDS WRITTEN:' TO REG-SUMMARY-TEXT
           MOVE WS-FORMER-WRITTEN TO REG-SUMMARY-COUNT
           WRITE UPDATE-REGISTER FROM REG-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AUDIT JOURNAL ENTRIES WRITTEN:' TO REG-SUMMARY-TEXT
           MOVE WS-JOURNAL-WRITTEN TO REG-SUMMARY-COUNT
           WRITE UPDATE-REGISTER FROM REG-SUMMARY-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 93-WRITE-NEW-MASTER-TRAILER
           PERFORM 94-LOG-NEW-GENERATION
           MOVE 'MASTER GENERATION READ:' TO REG-SUMMARY-TEXT
           MOVE WS-MASTER-GENERATION TO REG-SUMMARY-COUNT
           WRITE UPDATE-REGISTER FROM REG-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'NEW MASTER GENERATION:' TO REG-SUMMARY-TEXT
           MOVE WS-NEW-GENERATION TO REG-SUMMARY-COUNT
           WRITE UPDATE-REGISTER FROM REG-SUMMARY-LINE
               AFTER ADVANCING 1 LINE

                 UPDATE-REGISTER-FILE
                 PENDING-TRANS-FILE
                 TRANSFER-BRIDGE-FILE
                 FORMER-EMPLOYEE-FILE
                 AUDIT-JOURNAL-FILE
           STOP RUN
           .

