      *  THE INDEXED EMPLOYEE MASTER, SAME RECORD LAYOUT, RECORD KEY
      *  WAREHOUSE ID + EMPLOYEE ID.  DUPLICATE KEYS ON THE INPUT
      *  FILE ARE DROPPED AND COUNTED.
      **********
      * PROCESSING:
      *  THE SEQUENTIAL MASTER IS PROVED BEFORE ANYTHING IS LOADED:
      *  IT MUST FOOT TO ITS TRAILER RECORD, AND ITS GENERATION MUST
      *  NOT BE OLDER THAN THE LAST ONE ON THE GENERATION LOG.  THE
      *  HEADER AND TRAILER RECORDS ARE NOT LOADED.
      ****************************************************************

      ********************** ENVIRONMENT-DIVISON *********************
       FILE-CONTROL.
           SELECT EMPLOYEE-RECORD-FILE
               ASSIGN TO 'PR2FA19.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT SORTED-MASTER-FILE
               ASSIGN TO 'PR2FA19M.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS IX-RECORD-KEY
                   FILE STATUS IS WS-INDEXED-FILE-STATUS.
           SELECT GENERATION-LOG-FILE
               ASSIGN TO 'PR2GENL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

      ************************* DATA-DIVISION ************************

       FD  SORTED-MASTER-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  MASTER-RECORD.
           05  MST-RECORD-ID          PIC X(4).
               88  MST-CONTROL-RECORD        VALUE 'HEAD' 'TRLR'.
           05  FILLER                 PIC X(79).

       FD  INDEXED-MASTER-FILE
           RECORD CONTAINS 83 CHARACTERS.
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

      ********************* WORKING-STORAGE **************************

       WORKING-STORAGE SECTION.
           05  EOF-FLAG          PIC X       VALUE ' '.
               88  NO-MORE-DATA              VALUE 'N'.
           05  WS-INDEXED-FILE-STATUS PIC XX VALUE '00'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX VALUE '00'.
               88  EMPLOYEE-FILE-NOT-FOUND   VALUE '35'.
           05  MASTER-PROOF-EOF-FLAG PIC X   VALUE ' '.
               88  NO-MORE-MASTER-PROOF      VALUE 'N'.
           05  WS-GEN-LOG-FILE-STATUS PIC XX VALUE '00'.
               88  GEN-LOG-FILE-NOT-FOUND    VALUE '35'.
           05  GEN-LOG-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-GEN-LOG           VALUE 'N'.

      *    HEADER AND TRAILER OF THE EMPLOYEE MASTER.  THE RECORD ID
      *    SITS WHERE A DETAIL RECORD CARRIES ITS WAREHOUSE ID.
       01  MASTER-PROOF-RECORD.
           05  MP-RECORD-ID           PIC X(4).
               88  MP-HEADER-RECORD              VALUE 'HEAD'.
               88  MP-TRAILER-RECORD             VALUE 'TRLR'.
           05  FILLER                 PIC X(79).
       01  MP-HEADER-VIEW REDEFINES MASTER-PROOF-RECORD.
           05  FILLER                 PIC X(4).
           05  MP-GENERATION          PIC 9(5).
           05  MP-CREATION-DATE       PIC 9(8).
           05  MP-CREATING-PROGRAM    PIC X(10).
           05  FILLER                 PIC X(56).
       01  MP-TRAILER-VIEW REDEFINES MASTER-PROOF-RECORD.
           05  FILLER                 PIC X(4).
           05  MP-TRL-RECORD-COUNT    PIC 9(7).
           05  MP-TRL-SALARY-HASH     PIC 9(11)V99.
           05  FILLER                 PIC X(59).
       01  MP-DETAIL-VIEW REDEFINES MASTER-PROOF-RECORD.
           05  FILLER                 PIC X(62).
           05  MP-CURRENT-SALARY      PIC 9(6)V99.
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

       01  COUNT-FIELDS.
           05  WS-RECORDS-READ        PIC 9(5)    VALUE 0.

       20-HOUSEKEEPING-ROUTINE.

           PERFORM 21-PROVE-EMPLOYEE-MASTER

           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MS-WAREHOUSE-ID
               ON ASCENDING KEY MS-EMPLOYEE-ID
                OUTPUT INDEXED-MASTER-FILE
           .

      ****************************************************************
      * THE INDEXED MASTER IS ONLY BUILT FROM A SEQUENTIAL MASTER
      * THAT FOOTS TO ITS TRAILER AND IS THE CURRENT GENERATION, SO
      * INQ NEVER ANSWERS FROM A HALF-COPIED OR SUPERSEDED FILE.
      ****************************************************************
       21-PROVE-EMPLOYEE-MASTER.

           OPEN INPUT EMPLOYEE-RECORD-FILE
           IF EMPLOYEE-FILE-NOT-FOUND
               DISPLAY 'SBNMSTLOAD - EMPLOYEE MASTER NOT FOUND - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL NO-MORE-MASTER-PROOF
               READ EMPLOYEE-RECORD-FILE INTO MASTER-PROOF-RECORD
                   AT END
                       MOVE 'N' TO MASTER-PROOF-EOF-FLAG
                   NOT AT END
                       PERFORM 21A-FOOT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-RECORD-FILE

           IF WS-HEADER-COUNT = 0
               DISPLAY 'SBNMSTLOAD - EMPLOYEE MASTER HAS NO HEADER - '
                   'RUN SBNMSTPROM INIT - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-HEADER-COUNT > 1 OR WS-TRAILER-COUNT NOT = 1
               DISPLAY 'SBNMSTLOAD - EMPLOYEE MASTER HEADER OR '
                   'TRAILER MISSING OR REPEATED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MST-PROOF-COUNT NOT = WS-MST-TRL-COUNT OR
                   WS-MST-PROOF-SALARY NOT = WS-MST-TRL-SALARY
               DISPLAY 'SBNMSTLOAD - EMPLOYEE MASTER DOES NOT FOOT TO '
                   'ITS TRAILER - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 21B-FIND-LAST-GENERATION
           IF WS-MASTER-GENERATION < WS-LAST-GENERATION
               DISPLAY 'SBNMSTLOAD - EMPLOYEE MASTER GENERATION '
                   WS-MASTER-GENERATION ' IS OLDER THAN GENERATION '
                   WS-LAST-GENERATION ' - RUN SBNMSTPROM - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       21A-FOOT-MASTER-RECORD.

           EVALUATE TRUE
               WHEN MP-HEADER-RECORD
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE MP-GENERATION TO WS-MASTER-GENERATION
               WHEN MP-TRAILER-RECORD
                   ADD 1 TO WS-TRAILER-COUNT
                   MOVE MP-TRL-RECORD-COUNT TO WS-MST-TRL-COUNT
                   MOVE MP-TRL-SALARY-HASH  TO WS-MST-TRL-SALARY
               WHEN OTHER
                   ADD 1 TO WS-MST-PROOF-COUNT
                   IF MP-CURRENT-SALARY NUMERIC
                       ADD MP-CURRENT-SALARY TO WS-MST-PROOF-SALARY
                   END-IF
           END-EVALUATE
           .

      *    THE LAST GENERATION IS THE LATEST ONE CREATED OR PROMOTED;
      *    A REJECTED GENERATION DROPS IT BACK TO THE ONE THAT
      *    GENERATION WAS BUILT FROM.  NO LOG, NO CHECK.
       21B-FIND-LAST-GENERATION.

           OPEN INPUT GENERATION-LOG-FILE
           IF NOT GEN-LOG-FILE-NOT-FOUND
               PERFORM UNTIL NO-MORE-GEN-LOG
                   READ GENERATION-LOG-FILE
                       AT END
                           MOVE 'N' TO GEN-LOG-EOF-FLAG
                       NOT AT END
                           PERFORM 21C-CHECK-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENERATION-LOG-FILE
           END-IF
           .

       21C-CHECK-LOG-RECORD.

           EVALUATE TRUE
               WHEN GN-STATUS = 'CREATED' OR GN-STATUS = 'PROMOTED'
                   MOVE GN-GENERATION TO WS-LAST-GENERATION
               WHEN GN-STATUS = 'REJECTED' AND
                       GN-GENERATION = WS-LAST-GENERATION
                   MOVE GN-PRIOR-GENERATION TO WS-LAST-GENERATION
           END-EVALUATE
           .

       40-LOAD-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF NOT MST-CONTROL-RECORD
                           PERFORM 50-LOAD-A-RECORD
                       END-IF
               END-READ
           END-PERFORM
           .
           CLOSE SORTED-MASTER-FILE
                 INDEXED-MASTER-FILE

           MOVE WS-MASTER-GENERATION TO WS-COUNT-OUT
           DISPLAY 'EMPLOYEE MASTER LOAD - GENERATION:     '
               WS-COUNT-OUT
           MOVE WS-RECORDS-READ TO WS-COUNT-OUT
           DISPLAY 'EMPLOYEE MASTER LOAD - RECORDS READ:   '
               WS-COUNT-OUT
