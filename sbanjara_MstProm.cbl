      ******************* IDENTIFICATION-DIVISION *******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SBNMSTPROM.
       AUTHOR.    SABIN BANJARA.

      ****************************************************************
      * THIS PROGRAM PROMOTES A NEW GENERATION OF THE EMPLOYEE MASTER
      * OF DRAKEA INC.  SBNMAINT AND SBNPOST WRITE THE NEW MASTER TO
      * PR2FA19N.TXT; THIS JOB PROVES IT AND PUTS IT IN PLACE AS
      * PR2FA19.TXT, KEEPING THE GENERATION IT REPLACES FOR FALLBACK,
      * SO THE COPY IS NEVER MISSED OR MADE FROM A HALF-WRITTEN FILE.
      **********
      * INPUT:
      *  1. THE CURRENT EMPLOYEE MASTER, PR2FA19.TXT.
      *  2. THE NEW EMPLOYEE MASTER, PR2FA19N.TXT.
      *  3. THE MASTER GENERATION LOG, PR2GENL.TXT.  SBNMAINT AND
      *     SBNPOST APPEND A CREATED RECORD FOR EVERY NEW MASTER THEY
      *     WRITE, CARRYING THE COUNTS OF THEIR REGISTER (RECORDS
      *     IN, ADDS, TERMINATIONS, RECORDS OUT) AND THE SALARY HASH.
      *  4. THE INCREASE RUN LOG, PR2RLOG.TXT, WHEN A GENERATION
      *     WRITTEN BY SBNPOST IS REJECTED.
      *  5. THE FUNCTION ON THE COMMAND LINE:
      *       (BLANK)       - PROMOTE THE GENERATION AWAITING
      *                       PROMOTION.
      *       REJECT        - DISCARD THE GENERATION AWAITING
      *                       PROMOTION SO MAINTENANCE CAN BE RERUN.
      *       INIT          - STAMP A MASTER THAT HAS NO HEADER AS
      *                       GENERATION 1.  ONE TIME ONLY.
      *       RESTORE=NNNNN - FALL BACK TO SAVED GENERATION NNNNN.
      **********
      * OUTPUT:
      *  1. THE PROMOTED EMPLOYEE MASTER, PR2FA19.TXT.
      *  2. THE GENERATION REPLACED, SAVED AS PR2MNNNNN.TXT WHERE
      *     NNNNN IS ITS GENERATION NUMBER.
      *  3. A PROMOTED OR REJECTED RECORD APPENDED TO THE GENERATION
      *     LOG.
      *  4. THE INCREASE RUN LOG, WITH THE POSTED RECORD OF AN
      *     SBNPOST RUN WHOSE GENERATION IS REJECTED MARKED REVERSED.
      *  5. THE PROMOTION REGISTER.
      **********
      * PROCESSING:
      *  EVERY MASTER CARRIES A HEADER RECORD (GENERATION NUMBER,
      *  CREATION DATE, CREATING PROGRAM) AND A TRAILER RECORD
      *  (RECORD COUNT, CURRENT SALARY HASH).  A GENERATION IS
      *  PROMOTED ONLY WHEN BOTH FILES FOOT TO THEIR TRAILERS, THE
      *  NEW HEADER IS THE GENERATION THE LOG SAYS IS WAITING, THE
      *  CURRENT MASTER IS THE GENERATION IT WAS BUILT FROM, AND THE
      *  REGISTER COUNTS ON THE LOG PROVE: RECORDS IN EQUAL THE
      *  CURRENT TRAILER, IN + ADDS - TERMINATIONS EQUAL RECORDS OUT,
      *  AND RECORDS OUT AND SALARY HASH EQUAL THE NEW TRAILER.
      *  OTHERWISE NOTHING IS REPLACED AND RETURN CODE 8 IS SET.
      *  A RESTORED GENERATION IS RE-STAMPED WITH THE NEXT UNUSED
      *  GENERATION NUMBER, SO GENERATION NUMBERS ONLY EVER RISE AND
      *  THE PROGRAMS THAT REFUSE AN OLDER MASTER ACCEPT IT.
      ****************************************************************

      ********************** ENVIRONMENT-DIVISON *********************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  LENEVO-PC.
       OBJECT-COMPUTER.  LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-MASTER-FILE
               ASSIGN TO 'PR2FA19.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CURRENT-FILE-STATUS.
           SELECT NEW-MASTER-FILE
               ASSIGN TO 'PR2FA19N.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT GENERATION-FILE
               ASSIGN TO WS-GENERATION-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GENERATION-FILE-STATUS.
           SELECT GENERATION-LOG-FILE
               ASSIGN TO 'PR2GENL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GEN-LOG-FILE-STATUS.
           SELECT RUN-LOG-FILE
               ASSIGN TO 'PR2RLOG.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-LOG-FILE-STATUS.
           SELECT RUN-LOG-WORK-FILE
               ASSIGN TO 'PR2RLOGW.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMOTION-REGISTER-FILE
               ASSIGN TO PRINTER 'PROMOTION-REGISTER'.

      ************************* DATA-DIVISION ************************

       DATA DIVISION.
       FILE SECTION.

       FD  CURRENT-MASTER-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  CURRENT-MASTER-RECORD     PIC X(83).

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  NEW-MASTER-RECORD         PIC X(83).

       FD  GENERATION-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  GENERATION-RECORD         PIC X(83).

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

       FD  PROMOTION-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  PROMOTION-REGISTER        PIC X(100).

      ********************* WORKING-STORAGE **************************

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-CURRENT-FILE-STATUS PIC XX VALUE '00'.
               88  CURRENT-FILE-NOT-FOUND    VALUE '35'.
           05  WS-NEW-FILE-STATUS PIC XX     VALUE '00'.
               88  NEW-FILE-NOT-FOUND        VALUE '35'.
           05  WS-GENERATION-FILE-STATUS PIC XX VALUE '00'.
               88  GENERATION-FILE-NOT-FOUND VALUE '35'.
           05  WS-GEN-LOG-FILE-STATUS PIC XX VALUE '00'.
               88  GEN-LOG-FILE-NOT-FOUND    VALUE '35'.
           05  WS-RUN-LOG-FILE-STATUS PIC XX VALUE '00'.
               88  RUN-LOG-FILE-NOT-FOUND    VALUE '35'.
           05  GEN-LOG-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-GEN-LOG           VALUE 'N'.
           05  MASTER-EOF-FLAG   PIC X       VALUE ' '.
               88  NO-MORE-MASTER            VALUE 'N'.
           05  RUN-LOG-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-RUN-LOG           VALUE 'N'.
           05  WS-PENDING-SWITCH PIC X       VALUE 'N'.
               88  GENERATION-PENDING        VALUE 'Y'.
           05  WS-PROMOTE-OK-SWITCH PIC X    VALUE 'Y'.
               88  PROMOTION-PROVES          VALUE 'Y'.
           05  WS-FUNCTION       PIC X(8)    VALUE SPACES.
               88  PROMOTE-FUNCTION          VALUE 'PROMOTE'.
               88  REJECT-FUNCTION           VALUE 'REJECT'.
               88  INIT-FUNCTION             VALUE 'INIT'.
               88  RESTORE-FUNCTION          VALUE 'RESTORE'.

       01  COMMAND-LINE-FIELDS.
           05  WS-COMMAND-LINE        PIC X(40)   VALUE SPACES.
           05  WS-CMD-TOKEN           PIC X(14)   VALUE SPACES.
           05  WS-RESTORE-GENERATION  PIC 9(5)    VALUE 0.

       01  GENERATION-FILE-FIELDS.
           05  WS-GENERATION-FILE-NAME PIC X(13)  VALUE SPACES.
           05  WS-NAME-GENERATION     PIC 9(5)    VALUE 0.

      *    WHAT THE GENERATION LOG SAYS: THE LAST GENERATION CREATED
      *    AND NOT REJECTED, THE HIGHEST NUMBER EVER USED, AND THE
      *    CREATED RECORD STILL WAITING FOR PROMOTION, IF ANY.
       01  GENERATION-LOG-FIELDS.
           05  WS-LOG-RECORD-COUNT    PIC 9(5)    VALUE 0.
           05  WS-LAST-GENERATION     PIC 9(5)    VALUE 0.
           05  WS-HIGH-GENERATION     PIC 9(5)    VALUE 0.
           05  WS-NEXT-GENERATION     PIC 9(5)    VALUE 0.
           05  WS-PENDING-LOG-RECORD  PIC X(80)   VALUE SPACES.

      *    RECORD IMAGE EVERY MASTER IS READ INTO.  THE FIRST FOUR
      *    CHARACTERS (THE WAREHOUSE ID ON A DETAIL RECORD) TELL THE
      *    HEADER AND TRAILER APART FROM THE EMPLOYEES.
       01  MASTER-WORK-RECORD.
           05  MW-RECORD-ID           PIC X(4).
               88  MW-HEADER-RECORD              VALUE 'HEAD'.
               88  MW-TRAILER-RECORD             VALUE 'TRLR'.
           05  FILLER                 PIC X(79).
       01  MW-HEADER-VIEW REDEFINES MASTER-WORK-RECORD.
           05  FILLER                 PIC X(4).
           05  MW-GENERATION          PIC 9(5).
           05  MW-CREATION-DATE       PIC 9(8).
           05  MW-CREATING-PROGRAM    PIC X(10).
           05  FILLER                 PIC X(56).
       01  MW-TRAILER-VIEW REDEFINES MASTER-WORK-RECORD.
           05  FILLER                 PIC X(4).
           05  MW-TRL-RECORD-COUNT    PIC 9(7).
           05  MW-TRL-SALARY-HASH     PIC 9(11)V99.
           05  FILLER                 PIC X(59).
       01  MW-DETAIL-VIEW REDEFINES MASTER-WORK-RECORD.
           05  FILLER                 PIC X(62).
           05  MW-CURRENT-SALARY      PIC 9(6)V99.
           05  FILLER                 PIC X(13).

      *    FOOTING OF ONE MASTER FILE, COPIED TO THE CURRENT, NEW, OR
      *    RESTORE AREA BELOW ONCE THE FILE HAS BEEN READ.
       01  MASTER-PROOF-FIELDS.
           05  WS-PF-FOUND-SW         PIC X       VALUE 'N'.
           05  WS-PF-HEADER-COUNT     PIC 9(3)    VALUE 0.
           05  WS-PF-TRAILER-COUNT    PIC 9(3)    VALUE 0.
           05  WS-PF-GENERATION       PIC 9(5)    VALUE 0.
           05  WS-PF-CREATION-DATE    PIC 9(8)    VALUE 0.
           05  WS-PF-CREATED-BY       PIC X(10)   VALUE SPACES.
           05  WS-PF-DETAIL-COUNT     PIC 9(7)    VALUE 0.
           05  WS-PF-SALARY-HASH      PIC 9(11)V99 VALUE 0.
           05  WS-PF-TRL-COUNT        PIC 9(7)    VALUE 0.
           05  WS-PF-TRL-SALARY       PIC 9(11)V99 VALUE 0.
           05  WS-PF-STATUS           PIC X(19)   VALUE SPACES.

       01  CURRENT-PROOF-FIELDS.
           05  CP-FOUND-SW            PIC X.
               88  CP-FILE-FOUND                 VALUE 'Y'.
           05  CP-HEADER-COUNT        PIC 9(3).
           05  CP-TRAILER-COUNT       PIC 9(3).
           05  CP-GENERATION          PIC 9(5).
           05  CP-CREATION-DATE       PIC 9(8).
           05  CP-CREATED-BY          PIC X(10).
           05  CP-DETAIL-COUNT        PIC 9(7).
           05  CP-SALARY-HASH         PIC 9(11)V99.
           05  CP-TRL-COUNT           PIC 9(7).
           05  CP-TRL-SALARY          PIC 9(11)V99.
           05  CP-STATUS              PIC X(19).
               88  CP-BALANCED                   VALUE 'BALANCED'.

       01  NEW-PROOF-FIELDS.
           05  NP-FOUND-SW            PIC X.
               88  NP-FILE-FOUND                 VALUE 'Y'.
           05  NP-HEADER-COUNT        PIC 9(3).
           05  NP-TRAILER-COUNT       PIC 9(3).
           05  NP-GENERATION          PIC 9(5).
           05  NP-CREATION-DATE       PIC 9(8).
           05  NP-CREATED-BY          PIC X(10).
           05  NP-DETAIL-COUNT        PIC 9(7).
           05  NP-SALARY-HASH         PIC 9(11)V99.
           05  NP-TRL-COUNT           PIC 9(7).
           05  NP-TRL-SALARY          PIC 9(11)V99.
           05  NP-STATUS              PIC X(19).
               88  NP-BALANCED                   VALUE 'BALANCED'.

      *    THE LAST SBNPOST RECORD ON THE INCREASE RUN LOG.  SBNPOST
      *    WILL NOT POST WHILE A GENERATION IS WAITING, SO THE LAST
      *    POST RECORD IS ALWAYS THE ONE FOR THE WAITING GENERATION.
       01  RUN-LOG-FIELDS.
           05  WS-RL-RECORD-NUMBER    PIC 9(7)    VALUE 0.
           05  WS-LAST-POST-NUMBER    PIC 9(7)    VALUE 0.
           05  WS-LAST-POST-DATE      PIC 9(8)    VALUE 0.
           05  WS-LAST-POST-STATUS    PIC X(8)    VALUE SPACES.

       01  COUNT-FIELDS.
           05  WS-COPY-COUNT          PIC 9(7)    VALUE 0.
           05  WS-COPY-SALARY         PIC 9(11)V99 VALUE 0.
           05  WS-EXPECTED-OUT        PIC S9(8)   VALUE 0.

       01  REGISTER-FIELDS.
           05  PRM-COUNTER            PIC 99      VALUE 0.

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

       01  PRM-HEADING-ONE.
           05  PRM-H1-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  PRM-H1-DAY         PIC 99.
           05                     PIC X       VALUE '/'.
           05  PRM-H1-YEAR        PIC 9999.
           05                     PIC X(26)   VALUE '     SBN'.
           05                     PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                     PIC X(5)    VALUE 'PAGE'.
           05  PRM-PAGE-NUM       PIC 99.

       01  PRM-HEADING-TWO.
           05                     PIC X(23)   VALUE SPACES.
           05                     PIC X(77)   VALUE
               'EMPLOYEE MASTER PROMOTION REGISTER'.

       01  PRM-FUNCTION-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05                     PIC X(10)   VALUE 'FUNCTION:'.
           05  PRM-FUNCTION-OUT   PIC X(14).
           05                     PIC X(73)   VALUE SPACES.

       01  PRM-HEADING-THREE.
           05                     PIC X(3)    VALUE SPACES.
           05                     PIC X(14)   VALUE 'FILE'.
           05                     PIC X(8)    VALUE '  GEN'.
           05                     PIC X(13)   VALUE 'CREATED'.
           05                     PIC X(12)   VALUE 'BY'.
           05                     PIC X(11)   VALUE '  RECORDS'.
           05                     PIC X(20)   VALUE
               '       SALARY HASH  '.
           05                     PIC X(19)   VALUE 'STATUS'.

       01  PRM-FILE-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  PRM-FILE-OUT       PIC X(14).
           05  PRM-GEN-OUT        PIC ZZZZ9.
           05                     PIC X(3)    VALUE SPACES.
           05  PRM-DATE-OUT       PIC X(10).
           05                     PIC X(3)    VALUE SPACES.
           05  PRM-PROGRAM-OUT    PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  PRM-COUNT-OUT      PIC Z,ZZZ,ZZ9.
           05                     PIC X(2)    VALUE SPACES.
           05  PRM-HASH-OUT       PIC $$$,$$$,$$$,$$9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  PRM-STATUS-OUT     PIC X(19).

       01  PRM-DETAIL-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  PRM-LABEL-OUT      PIC X(32).
           05  PRM-VALUE-OUT      PIC X(20).
           05                     PIC X(45)   VALUE SPACES.

       01  PRM-RESULT-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  PRM-RESULT-TEXT    PIC X(97).

       01  PRM-COUNT-EDITED       PIC Z,ZZZ,ZZ9.
       01  PRM-GEN-EDITED         PIC ZZZZ9.
       01  PRM-DATE-EDITED.
           05  PRM-DE-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  PRM-DE-DAY         PIC 99.
           05                     PIC X       VALUE '/'.
           05  PRM-DE-YEAR        PIC 9999.

      ************************ PROCEDURE DIVISION ********************

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           EVALUATE TRUE
               WHEN PROMOTE-FUNCTION
                   PERFORM 40-PROMOTE-ROUTINE
               WHEN REJECT-FUNCTION
                   PERFORM 50-REJECT-ROUTINE
               WHEN INIT-FUNCTION
                   PERFORM 60-INITIALIZE-ROUTINE
               WHEN RESTORE-FUNCTION
                   PERFORM 70-RESTORE-ROUTINE
           END-EVALUATE
           PERFORM 110-EOF-ROUTINE
           .

       20-HOUSEKEEPING-ROUTINE.

           ACCEPT DATE-FIELDS FROM DATE YYYYMMDD

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-CMD-TOKEN
           PERFORM 22-CHECK-COMMAND-TOKEN

           PERFORM 25-READ-GENERATION-LOG

           OPEN OUTPUT PROMOTION-REGISTER-FILE
           PERFORM 30-HEADER-ROUTINE
           .

      ****************************************************************
      * ONE TOKEN: NONE (PROMOTE), REJECT, INIT, OR RESTORE=NNNNN.
      * ANY OTHER TOKEN IS REFUSED RATHER THAN GUESSED AT.
      ****************************************************************
       22-CHECK-COMMAND-TOKEN.

           EVALUATE TRUE
               WHEN WS-CMD-TOKEN = SPACES
                   MOVE 'PROMOTE' TO WS-FUNCTION
               WHEN WS-CMD-TOKEN = 'REJECT'
                   MOVE 'REJECT' TO WS-FUNCTION
               WHEN WS-CMD-TOKEN = 'INIT'
                   MOVE 'INIT' TO WS-FUNCTION
               WHEN WS-CMD-TOKEN (1:8) = 'RESTORE=' AND
                       WS-CMD-TOKEN (9:5) NUMERIC AND
                       WS-CMD-TOKEN (14:1) = SPACE
                   MOVE 'RESTORE' TO WS-FUNCTION
                   MOVE WS-CMD-TOKEN (9:5) TO WS-RESTORE-GENERATION
               WHEN OTHER
                   DISPLAY 'SBNMSTPROM - UNRECOGNIZED PARAMETER '
                       WS-CMD-TOKEN ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

      ****************************************************************
      * READS THE GENERATION LOG FROM THE TOP.  A CREATED RECORD IS
      * WAITING FOR PROMOTION UNTIL A PROMOTED OR REJECTED RECORD
      * FOR THE SAME GENERATION FOLLOWS IT.  A REJECTED GENERATION
      * DROPS THE LAST GENERATION BACK TO THE ONE IT WAS BUILT FROM.
      ****************************************************************
       25-READ-GENERATION-LOG.

           OPEN INPUT GENERATION-LOG-FILE
           IF GEN-LOG-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-GEN-LOG
                   READ GENERATION-LOG-FILE
                       AT END
                           MOVE 'N' TO GEN-LOG-EOF-FLAG
                       NOT AT END
                           PERFORM 25A-CHECK-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENERATION-LOG-FILE
           END-IF
           .

       25A-CHECK-LOG-RECORD.

           ADD 1 TO WS-LOG-RECORD-COUNT
           IF GN-GENERATION > WS-HIGH-GENERATION
               MOVE GN-GENERATION TO WS-HIGH-GENERATION
           END-IF

           EVALUATE TRUE
               WHEN GN-STATUS = 'CREATED'
                   MOVE GN-GENERATION TO WS-LAST-GENERATION
                   MOVE 'Y' TO WS-PENDING-SWITCH
                   MOVE GENERATION-LOG-RECORD TO WS-PENDING-LOG-RECORD
               WHEN GN-STATUS = 'PROMOTED'
                   MOVE GN-GENERATION TO WS-LAST-GENERATION
                   MOVE 'N' TO WS-PENDING-SWITCH
               WHEN GN-STATUS = 'REJECTED'
                   IF GN-GENERATION = WS-LAST-GENERATION
                       MOVE GN-PRIOR-GENERATION TO WS-LAST-GENERATION
                   END-IF
                   MOVE 'N' TO WS-PENDING-SWITCH
           END-EVALUATE
           .

       30-HEADER-ROUTINE.

           MOVE SPACES TO PROMOTION-REGISTER
           WRITE PROMOTION-REGISTER AFTER ADVANCING PAGE
           ADD 1 TO PRM-COUNTER
           MOVE PRM-COUNTER TO PRM-PAGE-NUM
           MOVE WS-MONTH TO PRM-H1-MONTH
           MOVE WS-DAY   TO PRM-H1-DAY
           MOVE WS-YEAR  TO PRM-H1-YEAR
           WRITE PROMOTION-REGISTER FROM PRM-HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE PROMOTION-REGISTER FROM PRM-HEADING-TWO
               AFTER ADVANCING 2 LINES
           IF WS-CMD-TOKEN = SPACES
               MOVE 'PROMOTE' TO PRM-FUNCTION-OUT
           ELSE
               MOVE WS-CMD-TOKEN TO PRM-FUNCTION-OUT
           END-IF
           WRITE PROMOTION-REGISTER FROM PRM-FUNCTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE PROMOTION-REGISTER FROM PRM-HEADING-THREE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO PROMOTION-REGISTER
           WRITE PROMOTION-REGISTER AFTER ADVANCING 1 LINE
           .

      ****************************************************************
      * THE THREE PROOF PARAGRAPHS READ ONE MASTER FILE EACH AND
      * FOOT IT THROUGH 35.  A FILE BALANCES WHEN IT HAS EXACTLY ONE
      * HEADER AND ONE TRAILER AND ITS DETAIL RECORDS FOOT TO THE
      * TRAILER COUNT AND SALARY HASH.
      ****************************************************************
       31-PROVE-CURRENT-MASTER.

           PERFORM 34-CLEAR-PROOF-FIELDS
           OPEN INPUT CURRENT-MASTER-FILE
           IF NOT CURRENT-FILE-NOT-FOUND
               MOVE 'Y' TO WS-PF-FOUND-SW
               PERFORM UNTIL NO-MORE-MASTER
                   READ CURRENT-MASTER-FILE INTO MASTER-WORK-RECORD
                       AT END
                           MOVE 'N' TO MASTER-EOF-FLAG
                       NOT AT END
                           PERFORM 35-FOOT-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE CURRENT-MASTER-FILE
           END-IF
           PERFORM 36-SET-PROOF-STATUS
           MOVE MASTER-PROOF-FIELDS TO CURRENT-PROOF-FIELDS
           MOVE 'PR2FA19.TXT' TO PRM-FILE-OUT
           PERFORM 37-WRITE-FILE-LINE
           .

       32-PROVE-NEW-MASTER.

           PERFORM 34-CLEAR-PROOF-FIELDS
           OPEN INPUT NEW-MASTER-FILE
           IF NOT NEW-FILE-NOT-FOUND
               MOVE 'Y' TO WS-PF-FOUND-SW
               PERFORM UNTIL NO-MORE-MASTER
                   READ NEW-MASTER-FILE INTO MASTER-WORK-RECORD
                       AT END
                           MOVE 'N' TO MASTER-EOF-FLAG
                       NOT AT END
                           PERFORM 35-FOOT-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE NEW-MASTER-FILE
           END-IF
           PERFORM 36-SET-PROOF-STATUS
           MOVE MASTER-PROOF-FIELDS TO NEW-PROOF-FIELDS
           MOVE 'PR2FA19N.TXT' TO PRM-FILE-OUT
           PERFORM 37-WRITE-FILE-LINE
           .

      *    THE SAVED GENERATION NAMED BY WS-GENERATION-FILE-NAME; ITS
      *    FOOTING IS LEFT IN THE NEW-GENERATION AREA.
       33-PROVE-GENERATION-FILE.

           PERFORM 34-CLEAR-PROOF-FIELDS
           OPEN INPUT GENERATION-FILE
           IF NOT GENERATION-FILE-NOT-FOUND
               MOVE 'Y' TO WS-PF-FOUND-SW
               PERFORM UNTIL NO-MORE-MASTER
                   READ GENERATION-FILE INTO MASTER-WORK-RECORD
                       AT END
                           MOVE 'N' TO MASTER-EOF-FLAG
                       NOT AT END
                           PERFORM 35-FOOT-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF
           PERFORM 36-SET-PROOF-STATUS
           MOVE MASTER-PROOF-FIELDS TO NEW-PROOF-FIELDS
           MOVE WS-GENERATION-FILE-NAME TO PRM-FILE-OUT
           PERFORM 37-WRITE-FILE-LINE
           .

       34-CLEAR-PROOF-FIELDS.

           INITIALIZE MASTER-PROOF-FIELDS
           MOVE 'N' TO WS-PF-FOUND-SW
           MOVE ' ' TO MASTER-EOF-FLAG
           .

       35-FOOT-MASTER-RECORD.

           EVALUATE TRUE
               WHEN MW-HEADER-RECORD
                   ADD 1 TO WS-PF-HEADER-COUNT
                   MOVE MW-GENERATION       TO WS-PF-GENERATION
                   MOVE MW-CREATION-DATE    TO WS-PF-CREATION-DATE
                   MOVE MW-CREATING-PROGRAM TO WS-PF-CREATED-BY
               WHEN MW-TRAILER-RECORD
                   ADD 1 TO WS-PF-TRAILER-COUNT
                   MOVE MW-TRL-RECORD-COUNT TO WS-PF-TRL-COUNT
                   MOVE MW-TRL-SALARY-HASH  TO WS-PF-TRL-SALARY
               WHEN OTHER
                   ADD 1 TO WS-PF-DETAIL-COUNT
                   IF MW-CURRENT-SALARY NUMERIC
                       ADD MW-CURRENT-SALARY TO WS-PF-SALARY-HASH
                   END-IF
           END-EVALUATE
           .

       36-SET-PROOF-STATUS.

           EVALUATE TRUE
               WHEN WS-PF-FOUND-SW = 'N'
                   MOVE 'NOT FOUND' TO WS-PF-STATUS
               WHEN WS-PF-HEADER-COUNT = 0
                   MOVE 'NO HEADER' TO WS-PF-STATUS
               WHEN WS-PF-HEADER-COUNT > 1 OR WS-PF-TRAILER-COUNT > 1
                   MOVE 'MORE THAN ONE FILE' TO WS-PF-STATUS
               WHEN WS-PF-TRAILER-COUNT = 0
                   MOVE 'NO TRAILER' TO WS-PF-STATUS
               WHEN WS-PF-DETAIL-COUNT NOT = WS-PF-TRL-COUNT OR
                       WS-PF-SALARY-HASH NOT = WS-PF-TRL-SALARY
                   MOVE 'OUT OF BALANCE' TO WS-PF-STATUS
               WHEN OTHER
                   MOVE 'BALANCED' TO WS-PF-STATUS
           END-EVALUATE
           .

       37-WRITE-FILE-LINE.

           MOVE WS-PF-GENERATION TO PRM-GEN-OUT
           IF WS-PF-CREATION-DATE = 0
               MOVE SPACES TO PRM-DATE-OUT
           ELSE
               MOVE WS-PF-CREATION-DATE TO WS-DATE-WORK
               PERFORM 38-EDIT-DATE
               MOVE PRM-DATE-EDITED TO PRM-DATE-OUT
           END-IF
           MOVE WS-PF-CREATED-BY   TO PRM-PROGRAM-OUT
           MOVE WS-PF-DETAIL-COUNT TO PRM-COUNT-OUT
           MOVE WS-PF-SALARY-HASH  TO PRM-HASH-OUT
           MOVE WS-PF-STATUS       TO PRM-STATUS-OUT
           WRITE PROMOTION-REGISTER FROM PRM-FILE-LINE
               AFTER ADVANCING 1 LINE
           .

       38-EDIT-DATE.

           MOVE WS-DW-MONTH TO PRM-DE-MONTH
           MOVE WS-DW-DAY   TO PRM-DE-DAY
           MOVE WS-DW-YEAR  TO PRM-DE-YEAR
           .

      ****************************************************************
      * PROMOTES THE GENERATION WAITING ON THE LOG.  EVERY CHECK IS
      * RUN AND EVERY FAILURE LISTED BEFORE ANYTHING IS REPLACED.
      ****************************************************************
       40-PROMOTE-ROUTINE.

           IF NOT GENERATION-PENDING
               MOVE 'NO NEW GENERATION IS WAITING ON THE GENERATION LOG'
                   TO PRM-RESULT-TEXT
               PERFORM 96-REFUSE-FUNCTION
           END-IF

           MOVE WS-PENDING-LOG-RECORD TO GENERATION-LOG-RECORD
           PERFORM 31-PROVE-CURRENT-MASTER
           PERFORM 32-PROVE-NEW-MASTER
           PERFORM 45-WRITE-LOG-COUNTS

           IF NOT CP-BALANCED
               MOVE '** CURRENT MASTER IS NOT BALANCED' TO
                   PRM-RESULT-TEXT
               PERFORM 95-FAIL-CHECK
           END-IF
           IF NOT NP-BALANCED
               MOVE '** NEW MASTER IS NOT BALANCED' TO PRM-RESULT-TEXT
               PERFORM 95-FAIL-CHECK
           END-IF
           IF NP-GENERATION NOT = GN-GENERATION OR
                   NP-CREATED-BY NOT = GN-CREATING-PROGRAM
               MOVE '** NEW MASTER IS NOT THE GENERATION ON THE LOG'
                   TO PRM-RESULT-TEXT
               PERFORM 95-FAIL-CHECK
           END-IF
           IF CP-GENERATION NOT = GN-PRIOR-GENERATION
               MOVE '** CURRENT MASTER IS NOT THE GENERATION THE NEW '
                   TO PRM-RESULT-TEXT
               MOVE 'MASTER WAS BUILT FROM' TO PRM-RESULT-TEXT (49:)
               PERFORM 95-FAIL-CHECK
           END-IF
           IF GN-RECORDS-IN NOT = CP-TRL-COUNT
               MOVE '** REGISTER RECORDS IN DO NOT AGREE WITH CURRENT '
                   TO PRM-RESULT-TEXT
               MOVE 'TRAILER' TO PRM-RESULT-TEXT (50:)
               PERFORM 95-FAIL-CHECK
           END-IF
           COMPUTE WS-EXPECTED-OUT = GN-RECORDS-IN + GN-ADDS - GN-TERMS
           IF WS-EXPECTED-OUT NOT = GN-RECORDS-OUT
               MOVE '** REGISTER RECORDS IN + ADDS - TERMINATIONS NOT '
                   TO PRM-RESULT-TEXT
               MOVE 'EQUAL TO RECORDS OUT' TO PRM-RESULT-TEXT (50:)
               PERFORM 95-FAIL-CHECK
           END-IF
           IF GN-RECORDS-OUT NOT = NP-TRL-COUNT OR
                   GN-SALARY-HASH NOT = NP-TRL-SALARY
               MOVE '** REGISTER RECORDS OUT OR SALARY HASH DO NOT '
                   TO PRM-RESULT-TEXT
               MOVE 'AGREE WITH NEW TRAILER' TO PRM-RESULT-TEXT (47:)
               PERFORM 95-FAIL-CHECK
           END-IF

           IF PROMOTION-PROVES
               MOVE CP-GENERATION TO WS-NAME-GENERATION
               PERFORM 80-SAVE-CURRENT-GENERATION
               PERFORM 82-COPY-NEW-TO-CURRENT
               MOVE WS-PENDING-LOG-RECORD TO GENERATION-LOG-RECORD
               MOVE 'PROMOTED' TO GN-STATUS
               PERFORM 90-APPEND-LOG-RECORD
               MOVE SPACES TO PRM-RESULT-TEXT
               MOVE NP-GENERATION TO PRM-GEN-EDITED
               STRING 'GENERATION ' PRM-GEN-EDITED
                      ' PROMOTED - PRIOR GENERATION SAVED AS '
                      WS-GENERATION-FILE-NAME
                   DELIMITED BY SIZE INTO PRM-RESULT-TEXT
           ELSE
               MOVE 'NEW MASTER NOT PROMOTED - CORRECT AND RERUN, OR '
                   TO PRM-RESULT-TEXT
               MOVE 'REJECT IT AND RERUN MAINTENANCE' TO
                   PRM-RESULT-TEXT (49:)
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
               AFTER ADVANCING 3 LINES
           .

       45-WRITE-LOG-COUNTS.

           MOVE SPACES TO PROMOTION-REGISTER
           WRITE PROMOTION-REGISTER AFTER ADVANCING 1 LINE

           MOVE 'GENERATION ON THE LOG:' TO PRM-LABEL-OUT
           MOVE GN-GENERATION TO PRM-GEN-EDITED
           MOVE PRM-GEN-EDITED TO PRM-VALUE-OUT
           PERFORM 97-WRITE-DETAIL-LINE

           MOVE 'BUILT FROM GENERATION:' TO PRM-LABEL-OUT
           MOVE GN-PRIOR-GENERATION TO PRM-GEN-EDITED
           MOVE PRM-GEN-EDITED TO PRM-VALUE-OUT
           PERFORM 97-WRITE-DETAIL-LINE

           MOVE 'CREATED BY:' TO PRM-LABEL-OUT
           MOVE GN-CREATING-PROGRAM TO PRM-VALUE-OUT
           PERFORM 97-WRITE-DETAIL-LINE

           MOVE 'REGISTER RECORDS IN:' TO PRM-LABEL-OUT
           MOVE GN-RECORDS-IN TO PRM-COUNT-EDITED
           MOVE PRM-COUNT-EDITED TO PRM-VALUE-OUT
           PERFORM 97-WRITE-DETAIL-LINE

           MOVE 'REGISTER ADDS APPLIED:' TO PRM-LABEL-OUT
           MOVE GN-ADDS TO PRM-COUNT-EDITED
           MOVE PRM-COUNT-EDITED TO PRM-VALUE-OUT
           PERFORM 97-WRITE-DETAIL-LINE

           MOVE 'REGISTER TERMINATIONS APPLIED:' TO PRM-LABEL-OUT
           MOVE GN-TERMS TO PRM-COUNT-EDITED
           MOVE PRM-COUNT-EDITED TO PRM-VALUE-OUT
           PERFORM 97-WRITE-DETAIL-LINE

           MOVE 'REGISTER RECORDS OUT:' TO PRM-LABEL-OUT
           MOVE GN-RECORDS-OUT TO PRM-COUNT-EDITED
           MOVE PRM-COUNT-EDITED TO PRM-VALUE-OUT
           PERFORM 97-WRITE-DETAIL-LINE

           MOVE SPACES TO PROMOTION-REGISTER
           WRITE PROMOTION-REGISTER AFTER ADVANCING 1 LINE
           .

      ****************************************************************
      * DISCARDS THE GENERATION WAITING ON THE LOG.  THE NEW MASTER
      * FILE IS LEFT WHERE IT IS; THE NEXT MAINTENANCE RUN REPLACES
      * IT, AND THE PROGRAMS THAT CHECK THE GENERATION GO BACK TO
      * ACCEPTING THE CURRENT MASTER.  WHEN THE GENERATION WAS
      * WRITTEN BY SBNPOST ITS INCREASES NEVER REACH THE MASTER, SO
      * THE POSTED RECORD SBNPOST LEFT ON THE RUN LOG IS MARKED
      * REVERSED AND THE RUN CAN BE POSTED AGAIN.
      ****************************************************************
       50-REJECT-ROUTINE.

           IF NOT GENERATION-PENDING
               MOVE 'NO NEW GENERATION IS WAITING ON THE GENERATION LOG'
                   TO PRM-RESULT-TEXT
               PERFORM 96-REFUSE-FUNCTION
           END-IF

           MOVE WS-PENDING-LOG-RECORD TO GENERATION-LOG-RECORD
           PERFORM 45-WRITE-LOG-COUNTS
           MOVE 'REJECTED' TO GN-STATUS
           MOVE DATE-FIELDS TO GN-CREATION-DATE
           PERFORM 90-APPEND-LOG-RECORD

           MOVE SPACES TO PRM-RESULT-TEXT
           MOVE GN-GENERATION TO PRM-GEN-EDITED
           STRING 'GENERATION ' PRM-GEN-EDITED
                  ' REJECTED - RERUN MAINTENANCE AGAINST THE CURRENT '
                  'MASTER'
               DELIMITED BY SIZE INTO PRM-RESULT-TEXT
           WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
               AFTER ADVANCING 3 LINES

           IF GN-CREATING-PROGRAM = 'SBNPOST'
               PERFORM 55-REVERSE-POSTED-RUN
           END-IF
           .

       55-REVERSE-POSTED-RUN.

           MOVE 0 TO WS-RL-RECORD-NUMBER
           MOVE ' ' TO RUN-LOG-EOF-FLAG
           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-FILE-NOT-FOUND
               MOVE 'N' TO RUN-LOG-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-RUN-LOG
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'N' TO RUN-LOG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RL-RECORD-NUMBER
                       IF RL-RUN-MODE = 'POST'
                           MOVE WS-RL-RECORD-NUMBER TO
                               WS-LAST-POST-NUMBER
                           MOVE RL-RUN-DATE TO WS-LAST-POST-DATE
                           MOVE RL-STATUS   TO WS-LAST-POST-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF NOT RUN-LOG-FILE-NOT-FOUND
               CLOSE RUN-LOG-FILE
           END-IF

           MOVE SPACES TO PRM-RESULT-TEXT
           IF WS-LAST-POST-STATUS NOT = 'POSTED'
               MOVE '** NO POSTED SBNPOST RUN ON THE RUN LOG - RUN LOG '
                   TO PRM-RESULT-TEXT
               MOVE 'NOT CHANGED' TO PRM-RESULT-TEXT (51:)
               WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
                   AFTER ADVANCING 1 LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 56-REWRITE-RUN-LOG
               MOVE WS-LAST-POST-DATE TO WS-DATE-WORK
               PERFORM 38-EDIT-DATE
               STRING 'SBNPOST RUN OF ' PRM-DATE-EDITED
                      ' MARKED REVERSED ON THE RUN LOG - IT CAN BE '
                      'POSTED AGAIN'
                   DELIMITED BY SIZE INTO PRM-RESULT-TEXT
               WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRM-RESULT-TEXT
               MOVE '** IF IT RAN WITH IXUPD, RELOAD THE INDEXED '
                   TO PRM-RESULT-TEXT
               MOVE 'MASTER WITH SBNMSTLOAD' TO PRM-RESULT-TEXT (45:)
               WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       56-REWRITE-RUN-LOG.

           MOVE 0 TO WS-RL-RECORD-NUMBER
           MOVE ' ' TO RUN-LOG-EOF-FLAG
           OPEN INPUT  RUN-LOG-FILE
                OUTPUT RUN-LOG-WORK-FILE
           PERFORM UNTIL NO-MORE-RUN-LOG
               READ RUN-LOG-FILE
                   AT END
                       MOVE 'N' TO RUN-LOG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RL-RECORD-NUMBER
                       IF WS-RL-RECORD-NUMBER = WS-LAST-POST-NUMBER
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

      ****************************************************************
      * ONE-TIME CONVERSION OF A MASTER WRITTEN BEFORE MASTERS
      * CARRIED A HEADER AND TRAILER.  THE FILE AS IT STANDS IS
      * SAVED AS GENERATION 0 AND RE-WRITTEN AS GENERATION 1.
      ****************************************************************
       60-INITIALIZE-ROUTINE.

           IF WS-LOG-RECORD-COUNT > 0
               MOVE 'GENERATION LOG ALREADY STARTED - INIT NOT ALLOWED'
                   TO PRM-RESULT-TEXT
               PERFORM 96-REFUSE-FUNCTION
           END-IF

           PERFORM 31-PROVE-CURRENT-MASTER
           IF NOT CP-FILE-FOUND
               MOVE 'CURRENT MASTER NOT FOUND' TO PRM-RESULT-TEXT
               PERFORM 96-REFUSE-FUNCTION
           END-IF
           IF CP-HEADER-COUNT > 0 OR CP-TRAILER-COUNT > 0
               MOVE 'CURRENT MASTER ALREADY HAS A HEADER OR TRAILER'
                   TO PRM-RESULT-TEXT
               PERFORM 96-REFUSE-FUNCTION
           END-IF

           MOVE 0 TO WS-NAME-GENERATION
           PERFORM 80-SAVE-CURRENT-GENERATION
           MOVE 1 TO WS-NEXT-GENERATION
           PERFORM 84-RESTAMP-TO-CURRENT

           MOVE SPACES TO GENERATION-LOG-RECORD
           MOVE 1              TO GN-GENERATION
           MOVE 0              TO GN-PRIOR-GENERATION
           MOVE WS-COPY-COUNT  TO GN-RECORDS-IN
           PERFORM 88-BUILD-STAMPED-LOG-RECORD
           PERFORM 90-APPEND-LOG-RECORD

           MOVE SPACES TO PRM-RESULT-TEXT
           STRING 'MASTER STAMPED AS GENERATION 1 - ORIGINAL SAVED AS '
                  WS-GENERATION-FILE-NAME
               DELIMITED BY SIZE INTO PRM-RESULT-TEXT
           WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
               AFTER ADVANCING 3 LINES
           .

      ****************************************************************
      * FALLBACK TO A SAVED GENERATION.  THE SAVED FILE MUST BALANCE.
      * THE CURRENT MASTER IS SAVED UNDER ITS OWN GENERATION FIRST,
      * THEN THE SAVED GENERATION IS RE-STAMPED WITH THE NEXT UNUSED
      * GENERATION NUMBER AND BECOMES THE CURRENT MASTER.  NOT
      * ALLOWED WHILE A NEW GENERATION IS WAITING: IT MUST BE
      * PROMOTED OR REJECTED FIRST.
      ****************************************************************
       70-RESTORE-ROUTINE.

           IF GENERATION-PENDING
               MOVE 'A NEW GENERATION IS WAITING - PROMOTE OR REJECT '
                   TO PRM-RESULT-TEXT
               MOVE 'IT FIRST' TO PRM-RESULT-TEXT (49:)
               PERFORM 96-REFUSE-FUNCTION
           END-IF

           MOVE WS-RESTORE-GENERATION TO WS-NAME-GENERATION
           PERFORM 79-BUILD-GENERATION-NAME
           PERFORM 33-PROVE-GENERATION-FILE
           PERFORM 31-PROVE-CURRENT-MASTER

           IF NOT NP-BALANCED OR NP-GENERATION NOT =
                   WS-RESTORE-GENERATION
               MOVE 'SAVED GENERATION NOT FOUND OR NOT BALANCED'
                   TO PRM-RESULT-TEXT
               PERFORM 96-REFUSE-FUNCTION
           END-IF
           IF CP-FILE-FOUND AND CP-HEADER-COUNT = 1 AND
                   CP-GENERATION = WS-RESTORE-GENERATION
               MOVE 'GENERATION NAMED IS ALREADY THE CURRENT MASTER'
                   TO PRM-RESULT-TEXT
               PERFORM 96-REFUSE-FUNCTION
           END-IF

      *    A CURRENT MASTER WITH NO USABLE HEADER HAS NO GENERATION
      *    TO BE SAVED UNDER; IT IS REPLACED WITHOUT A COPY.
           IF CP-FILE-FOUND AND CP-HEADER-COUNT = 1
               MOVE CP-GENERATION TO WS-NAME-GENERATION
               PERFORM 80-SAVE-CURRENT-GENERATION
               MOVE SPACES TO PRM-RESULT-TEXT
               STRING 'CURRENT MASTER SAVED AS '
                      WS-GENERATION-FILE-NAME
                   DELIMITED BY SIZE INTO PRM-RESULT-TEXT
           ELSE
               MOVE 'CURRENT MASTER HAS NO HEADER - NOT SAVED' TO
                   PRM-RESULT-TEXT
           END-IF
           WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-RESTORE-GENERATION TO WS-NAME-GENERATION
           PERFORM 79-BUILD-GENERATION-NAME
           COMPUTE WS-NEXT-GENERATION = WS-HIGH-GENERATION + 1
           IF CP-GENERATION NOT < WS-NEXT-GENERATION
               COMPUTE WS-NEXT-GENERATION = CP-GENERATION + 1
           END-IF
           PERFORM 84-RESTAMP-TO-CURRENT

           MOVE SPACES TO GENERATION-LOG-RECORD
           MOVE WS-NEXT-GENERATION    TO GN-GENERATION
           MOVE WS-RESTORE-GENERATION TO GN-PRIOR-GENERATION
           MOVE WS-COPY-COUNT         TO GN-RECORDS-IN
           PERFORM 88-BUILD-STAMPED-LOG-RECORD
           PERFORM 90-APPEND-LOG-RECORD

           MOVE SPACES TO PRM-RESULT-TEXT
           MOVE WS-RESTORE-GENERATION TO PRM-GEN-EDITED
           STRING 'GENERATION ' PRM-GEN-EDITED
                  ' RESTORED AS GENERATION '
               DELIMITED BY SIZE INTO PRM-RESULT-TEXT
           MOVE WS-NEXT-GENERATION TO PRM-GEN-EDITED
           MOVE PRM-GEN-EDITED TO PRM-RESULT-TEXT (41:5)
           WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
               AFTER ADVANCING 3 LINES
           .

       79-BUILD-GENERATION-NAME.

           MOVE SPACES TO WS-GENERATION-FILE-NAME
           STRING 'PR2M' WS-NAME-GENERATION '.TXT'
               DELIMITED BY SIZE INTO WS-GENERATION-FILE-NAME
           .

      *    COPIES THE CURRENT MASTER, AS IT STANDS, TO THE GENERATION
      *    FILE FOR WS-NAME-GENERATION.
       80-SAVE-CURRENT-GENERATION.

           PERFORM 79-BUILD-GENERATION-NAME
           OPEN INPUT  CURRENT-MASTER-FILE
                OUTPUT GENERATION-FILE
           MOVE ' ' TO MASTER-EOF-FLAG
           PERFORM UNTIL NO-MORE-MASTER
               READ CURRENT-MASTER-FILE
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       WRITE GENERATION-RECORD FROM
                           CURRENT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE CURRENT-MASTER-FILE
                 GENERATION-FILE
           .

       82-COPY-NEW-TO-CURRENT.

           OPEN INPUT  NEW-MASTER-FILE
                OUTPUT CURRENT-MASTER-FILE
           MOVE ' ' TO MASTER-EOF-FLAG
           PERFORM UNTIL NO-MORE-MASTER
               READ NEW-MASTER-FILE
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       WRITE CURRENT-MASTER-RECORD FROM
                           NEW-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE NEW-MASTER-FILE
                 CURRENT-MASTER-FILE
           .

      ****************************************************************
      * WRITES THE DETAIL RECORDS OF THE GENERATION FILE TO THE
      * CURRENT MASTER UNDER A NEW HEADER (WS-NEXT-GENERATION, TODAY,
      * SBNMSTPROM) AND A TRAILER FOOTED AS THEY ARE COPIED.  ANY
      * HEADER AND TRAILER ON THE GENERATION FILE ARE DROPPED.
      ****************************************************************
       84-RESTAMP-TO-CURRENT.

           OPEN INPUT  GENERATION-FILE
                OUTPUT CURRENT-MASTER-FILE

           MOVE SPACES             TO MASTER-WORK-RECORD
           MOVE 'HEAD'             TO MW-RECORD-ID
           MOVE WS-NEXT-GENERATION TO MW-GENERATION
           MOVE DATE-FIELDS        TO MW-CREATION-DATE
           MOVE 'SBNMSTPROM'       TO MW-CREATING-PROGRAM
           WRITE CURRENT-MASTER-RECORD FROM MASTER-WORK-RECORD

           MOVE 0 TO WS-COPY-COUNT
                     WS-COPY-SALARY
           MOVE ' ' TO MASTER-EOF-FLAG
           PERFORM UNTIL NO-MORE-MASTER
               READ GENERATION-FILE INTO MASTER-WORK-RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       IF NOT MW-HEADER-RECORD AND
                               NOT MW-TRAILER-RECORD
                           ADD 1 TO WS-COPY-COUNT
                           IF MW-CURRENT-SALARY NUMERIC
                               ADD MW-CURRENT-SALARY TO WS-COPY-SALARY
                           END-IF
                           WRITE CURRENT-MASTER-RECORD FROM
                               MASTER-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES         TO MASTER-WORK-RECORD
           MOVE 'TRLR'         TO MW-RECORD-ID
           MOVE WS-COPY-COUNT  TO MW-TRL-RECORD-COUNT
           MOVE WS-COPY-SALARY TO MW-TRL-SALARY-HASH
           WRITE CURRENT-MASTER-RECORD FROM MASTER-WORK-RECORD

           CLOSE GENERATION-FILE
                 CURRENT-MASTER-FILE
           .

      *    LOG RECORD FOR A GENERATION STAMPED BY THIS PROGRAM: NO
      *    ADDS OR TERMINATIONS, PROMOTED AS IT IS WRITTEN.
       88-BUILD-STAMPED-LOG-RECORD.

           MOVE DATE-FIELDS    TO GN-CREATION-DATE
           MOVE 'SBNMSTPROM'   TO GN-CREATING-PROGRAM
           MOVE 'PROMOTED'     TO GN-STATUS
           MOVE 0              TO GN-ADDS
                                  GN-TERMS
           MOVE WS-COPY-COUNT  TO GN-RECORDS-OUT
           MOVE WS-COPY-SALARY TO GN-SALARY-HASH
           .

       90-APPEND-LOG-RECORD.

           OPEN EXTEND GENERATION-LOG-FILE
           IF GEN-LOG-FILE-NOT-FOUND
               OPEN OUTPUT GENERATION-LOG-FILE
               CLOSE GENERATION-LOG-FILE
               OPEN EXTEND GENERATION-LOG-FILE
           END-IF
           WRITE GENERATION-LOG-RECORD
           CLOSE GENERATION-LOG-FILE
           .

       95-FAIL-CHECK.

           MOVE 'N' TO WS-PROMOTE-OK-SWITCH
           WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRM-RESULT-TEXT
           .

      *    THE FUNCTION CANNOT BE DONE: THE REASON GOES ON THE
      *    REGISTER AND THE CONSOLE, AND NOTHING IS CHANGED.
       96-REFUSE-FUNCTION.

           WRITE PROMOTION-REGISTER FROM PRM-RESULT-LINE
               AFTER ADVANCING 2 LINES
           DISPLAY 'SBNMSTPROM - ' PRM-RESULT-TEXT (1:60)
           DISPLAY 'SBNMSTPROM - RUN REFUSED'
           MOVE 8 TO RETURN-CODE
           PERFORM 110-EOF-ROUTINE
           .

       97-WRITE-DETAIL-LINE.

           WRITE PROMOTION-REGISTER FROM PRM-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

       110-EOF-ROUTINE.

           CLOSE PROMOTION-REGISTER-FILE
           STOP RUN
           .
