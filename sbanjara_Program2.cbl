       FILE-CONTROL.
           SELECT EMPLOYEE-RECORD-FILE
               ASSIGN TO 'PR2FA19.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT SORTED-EMPLOYEE-FILE
               ASSIGN TO 'PR2FA19S.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO PRINTER 'VARIANCE-REPORT'.
           SELECT SIMULATION-REPORT-FILE
               ASSIGN TO PRINTER 'SIMULATION-REPORT'.
           SELECT EQUITY-REPORT-FILE
               ASSIGN TO PRINTER 'EQUITY-REPORT'.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO PRINTER 'EXCEPTION-REPORT'
                   FILE STATUS IS WS-EXCEPTION-REPORT-FILE-STATUS.
               ASSIGN TO 'PR2RLOG.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-LOG-FILE-STATUS.
           SELECT INCREASE-OVERRIDE-FILE
               ASSIGN TO 'PR2OVRD.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT OVERRIDE-REGISTER-FILE
               ASSIGN TO PRINTER 'OVERRIDE-REGISTER'
                   FILE STATUS IS WS-OVR-REGISTER-FILE-STATUS.
           SELECT EOJ-SUMMARY-FILE
               ASSIGN TO PRINTER 'RUN-SUMMARY'.
           SELECT GENERATION-LOG-FILE
               ASSIGN TO 'PR2GENL.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GEN-LOG-FILE-STATUS.
           SELECT TRANSFER-BRIDGE-FILE
               ASSIGN TO 'PR2XFER.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BRIDGE-FILE-STATUS.
           SELECT AUDIT-JOURNAL-FILE
               ASSIGN TO 'PR2AUDT.TXT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-FILE-STATUS.

      ************************* DATA-DIVISION ************************


       01  EMPLOYEE-RECORD.
           05  WAREHOUSE-ID       PIC X(4).
               88  MASTER-CONTROL-RECORD     VALUE 'HEAD' 'TRLR'.
           05  EMPLOYEE-ID        PIC X(5).
           05  EMPLOYEE-POSITION  PIC X(2).
           05  LAST-NAME          PIC X(10).

       01  SIMULATION-REPORT         PIC X(80).

       FD  EQUITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  EQUITY-REPORT             PIC X(80).

       FD  WAREHOUSE-MASTER-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  DUES-REGISTER             PIC X(80).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 83 CHARACTERS.

       01  RUN-LOG-RECORD.
           05  RL-RUN-DATE                  PIC 9(8).
           05  RL-GRAND-INSURANCE           PIC 9(9)V99.
      *    00 = FULL-COMPANY RUN, 01-12 = ANNIVERSARY CYCLE MONTH.
           05  RL-CYCLE-MONTH               PIC 9(2).
      *    EFFECTIVE DATE OF THE INCREASE.  SBNPOST STAMPS IT ON THE
      *    MASTER AS THE DATE OF LAST PAY INCREASE WHEN THE RUN IS
      *    POSTED.
           05  RL-EFFECTIVE-DATE            PIC 9(8).

      *    ONE RECORD PER EMPLOYEE WHOSE INCREASE HAS BEEN SET BY
      *    MANAGEMENT INSTEAD OF BY THE POSITION RATE.  TYPE P GIVES
      *    AN INCREASE PERCENT (SAME FORM AS THE RATES FILE, 0.08 =
      *    8%, 0.00 = PAY FREEZE); TYPE F GIVES THE NEW ANNUAL SALARY.
       FD  INCREASE-OVERRIDE-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01  INCREASE-OVERRIDE-RECORD.
           05  OV-WAREHOUSE-ID              PIC X(4).
           05  OV-EMPLOYEE-ID               PIC X(5).
           05  OV-OVERRIDE-TYPE             PIC X.
           05  OV-INCREASE-PCT              PIC 9V99.
           05  OV-NEW-SALARY                PIC 9(6)V99.
           05  OV-APPROVER-CODE             PIC X(5).
           05  OV-REASON-CODE               PIC X(2).

       FD  OVERRIDE-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  OVERRIDE-REGISTER         PIC X(80).

       FD  EOJ-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  EOJ-SUMMARY               PIC X(80).

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

       FD  TRANSFER-BRIDGE-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01  TRANSFER-BRIDGE-RECORD.
           05  XF-OLD-WAREHOUSE-ID          PIC X(4).
           05  XF-EMPLOYEE-ID               PIC X(5).
           05  XF-NEW-WAREHOUSE-ID          PIC X(4).
           05  XF-TRANSFER-DATE             PIC 9(8).

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
           05  RATES-EOF-FLAG    PIC X       VALUE ' '.
               88  NO-MORE-RATES             VALUE 'N'.
           05  WAREHOUSE-EOF-FLAG PIC X      VALUE ' '.
               88  ELIGIBILITY-REPORT-MODE    VALUE 'ELIG'.
               88  SIMULATION-MODE            VALUE 'SIM'.
               88  INQUIRY-MODE               VALUE 'INQ'.
               88  EQUITY-REPORT-MODE         VALUE 'EQTY'.
           05  WS-INDEXED-FILE-STATUS PIC XX  VALUE '00'.
           05  ELIG-EOF-FLAG     PIC X       VALUE ' '.
               88  NO-MORE-ELIG-DATA          VALUE 'N'.
           05  SIM-EOF-FLAG      PIC X       VALUE ' '.
               88  NO-MORE-SIM-DATA           VALUE 'N'.
           05  EQ-EOF-FLAG       PIC X       VALUE ' '.
               88  NO-MORE-EQ-DATA            VALUE 'N'.
           05  WS-EQ-BANDED-SW   PIC X       VALUE 'N'.
               88  EMPLOYEE-HAS-BAND          VALUE 'Y'.
           05  PROPOSED-EOF-FLAG PIC X       VALUE ' '.
               88  NO-MORE-PROPOSED-RATES     VALUE 'N'.
           05  WS-PROPOSED-FILE-STATUS PIC XX  VALUE '00'.
               88  BUDGET-FILE-NOT-FOUND         VALUE '35'.
           05  BUDGET-EOF-FLAG   PIC X       VALUE ' '.
               88  NO-MORE-BUDGETS            VALUE 'N'.
           05  WS-OVERRIDE-FILE-STATUS PIC XX  VALUE '00'.
               88  OVERRIDE-FILE-NOT-FOUND       VALUE '35'.
           05  OVERRIDE-EOF-FLAG PIC X       VALUE ' '.
               88  NO-MORE-OVERRIDES          VALUE 'N'.
           05  WS-OVR-REGISTER-FILE-STATUS PIC XX VALUE '00'.
               88  OVR-REGISTER-FILE-NOT-FOUND   VALUE '35'.
           05  WS-OVR-FOUND-SWITCH PIC X     VALUE 'N'.
               88  INCREASE-OVERRIDE-FOUND    VALUE 'Y'.
           05  WS-OVR-APPLIED-SWITCH PIC X   VALUE 'N'.
               88  INCREASE-OVERRIDE-APPLIED  VALUE 'Y'.
           05  WS-OVR-VALID-SW   PIC X       VALUE 'Y'.
               88  OVERRIDE-ENTRY-VALID       VALUE 'Y'.
           05  WS-BRIDGE-FILE-STATUS PIC XX   VALUE '00'.
               88  BRIDGE-FILE-NOT-FOUND         VALUE '35'.
           05  BRIDGE-EOF-FLAG   PIC X       VALUE ' '.
               88  NO-MORE-BRIDGE             VALUE 'N'.
           05  WS-JOURNAL-FILE-STATUS PIC XX  VALUE '00'.
               88  JOURNAL-FILE-NOT-FOUND        VALUE '35'.
           05  JOURNAL-EOF-FLAG  PIC X       VALUE ' '.
               88  NO-MORE-JOURNAL            VALUE 'N'.

       01  DETAIL-FIELDS.
           05  WS-INCREASED-CURRENT              PIC 9(6)V99 VALUE 0.
               10  BT-PLAN-CODE                  PIC X(3).
               10  BT-AMOUNT                     PIC 9(3)V99.

       01  OVERRIDE-TABLE-COUNT                  PIC 9(3)    VALUE 0.

       01  OVERRIDE-TABLE.
           05  OVERRIDE-ENTRY  OCCURS 1 TO 200 TIMES
                           DEPENDING ON OVERRIDE-TABLE-COUNT
                           INDEXED BY OVR-IDX.
               10  OT-WAREHOUSE-ID               PIC X(4).
               10  OT-EMPLOYEE-ID                PIC X(5).
               10  OT-OVERRIDE-TYPE              PIC X.
                   88  OT-PERCENT-OVERRIDE                 VALUE 'P'.
                   88  OT-FLAT-SALARY-OVERRIDE             VALUE 'F'.
               10  OT-INCREASE-PCT               PIC 9V99.
               10  OT-NEW-SALARY                 PIC 9(6)V99.
               10  OT-APPROVER-CODE              PIC X(5).
               10  OT-REASON-CODE                PIC X(2).
               10  OT-ON-MASTER-SW               PIC X.
                   88  OT-ON-MASTER                        VALUE 'Y'.

       01  OVERRIDE-FIELDS.
           05  WS-STANDARD-SALARY            PIC 9(6)V99  VALUE 0.
           05  WS-STANDARD-INCREASE          PIC S9(6)V99 VALUE 0.
           05  WS-OVERRIDE-INCREASE          PIC S9(6)V99 VALUE 0.
           05  WS-OVERRIDE-DIFFERENCE        PIC S9(6)V99 VALUE 0.
           05  WS-OVERRIDE-COUNT             PIC 9(5)     VALUE 0.
           05  WS-OVR-STANDARD-TL            PIC S9(8)V99 VALUE 0.
           05  WS-OVR-OVERRIDE-TL            PIC S9(8)V99 VALUE 0.
           05  WS-OVR-DIFFERENCE-TL          PIC S9(8)V99 VALUE 0.

       01  PLAN-RATE-TABLE-COUNT                 PIC 99      VALUE 0.

       01  PLAN-RATE-TABLE.
           05  WS-SIM-PROP-GR-TL             PIC 9(9)V99 VALUE 0.
           05  WS-SIM-DIFFERENCE             PIC S9(9)V99 VALUE 0.

       01  EQUITY-FIELDS.
           05  EQ-FIRST-RECORD               PIC X(3)    VALUE 'YES'.
           05  EQ-HOLD-WAREHOUSE             PIC X(4).
           05  EQ-HOLD-POSITION              PIC X(2).
           05  EQ-HOLD-POSITION-NAME         PIC X(10).
           05  EQ-COUNTER                    PIC 99      VALUE 00.
      *    NEAR-CAP TOLERANCE AS A PERCENT OF THE BAND MAXIMUM.  TOL=NN
      *    ON THE COMMAND LINE OVERRIDES THE DEFAULT.
           05  WS-EQ-TOLERANCE-PCT           PIC 99      VALUE 05.
           05  WS-EQ-SALARY                  PIC 9(6)V99 VALUE 0.
           05  WS-EQ-MIDPOINT                PIC 9(6)V99 VALUE 0.
           05  WS-EQ-RANGE                   PIC 9(6)V99 VALUE 0.
           05  WS-EQ-BAND-POSITION           PIC 9V9999  VALUE 0.
           05  WS-EQ-CR                      PIC 99V999  VALUE 0.
           05  WS-EQ-CR-BEFORE               PIC 99V999  VALUE 0.
           05  WS-EQ-CR-AFTER                PIC 99V999  VALUE 0.
           05  WS-EQ-QTR-SUB                 PIC 9       VALUE 0.
           05  WS-EQ-QTR-BEFORE              PIC 9       VALUE 0.
           05  WS-EQ-QTR-AFTER               PIC 9       VALUE 0.
           05  WS-EQ-CAP-THRESHOLD           PIC 9(6)V99 VALUE 0.
           05  WS-EQ-ADJUSTMENT              PIC 9(6)V99 VALUE 0.
           05  WS-EQ-ADJUST-TL               PIC 9(8)V99 VALUE 0.
           05  WS-EQ-BELOW-MIN-COUNT         PIC 9(5)    VALUE 0.
           05  WS-EQ-NEAR-CAP-COUNT          PIC 9(5)    VALUE 0.
           05  WS-EQ-NO-BAND-COUNT           PIC 9(5)    VALUE 0.
           05  WS-EQ-SUB                     PIC 9       VALUE 0.

      *    QUARTILE SLOTS: 1 = BELOW BAND MINIMUM, 2-5 = FIRST TO
      *    FOURTH QUARTILE OF THE BAND, 6 = ABOVE BAND MAXIMUM.
       01  EQ-QUARTILE-CODES.
           05                                PIC X(18)   VALUE
               'BLWQ1 Q2 Q3 Q4 ABV'.
       01  EQ-QUARTILE-TABLE REDEFINES EQ-QUARTILE-CODES.
           05  EQ-QUARTILE-CODE  OCCURS 6 TIMES  PIC X(3).

       01  EQ-POSITION-ACCUMULATORS.
           05  WS-EQ-POS-COUNT               PIC 9(5)    VALUE 0.
           05  WS-EQ-POS-CR-BEFORE-TL        PIC 9(7)V999 VALUE 0.
           05  WS-EQ-POS-CR-AFTER-TL         PIC 9(7)V999 VALUE 0.
           05  WS-EQ-POS-QTR-BEFORE  OCCURS 6 TIMES  PIC 9(5).
           05  WS-EQ-POS-QTR-AFTER   OCCURS 6 TIMES  PIC 9(5).

       01  EQ-COMPANY-ACCUMULATORS.
           05  WS-EQ-CO-COUNT                PIC 9(5)    VALUE 0.
           05  WS-EQ-CO-CR-BEFORE-TL         PIC 9(7)V999 VALUE 0.
           05  WS-EQ-CO-CR-AFTER-TL          PIC 9(7)V999 VALUE 0.
           05  WS-EQ-CO-QTR-BEFORE   OCCURS 6 TIMES  PIC 9(5).
           05  WS-EQ-CO-QTR-AFTER    OCCURS 6 TIMES  PIC 9(5).

       01  EQ-SUMMARY-TABLE-COUNT                PIC 9(3)    VALUE 0.

       01  EQ-SUMMARY-TABLE.
           05  EQ-SUMMARY-ENTRY  OCCURS 1 TO 200 TIMES
                           DEPENDING ON EQ-SUMMARY-TABLE-COUNT
                           INDEXED BY EQS-IDX.
               10  EQS-WAREHOUSE-ID              PIC X(4).
               10  EQS-POSITION-NAME             PIC X(10).
               10  EQS-EMPLOYEE-COUNT            PIC 9(5).
               10  EQS-CR-BEFORE-AVG             PIC 99V999.
               10  EQS-CR-AFTER-AVG              PIC 99V999.
               10  EQS-QTR-BEFORE  OCCURS 6 TIMES  PIC 9(5).
               10  EQS-QTR-AFTER   OCCURS 6 TIMES  PIC 9(5).

       01  EQ-BELOW-TABLE-COUNT                  PIC 9(3)    VALUE 0.

       01  EQ-BELOW-MIN-TABLE.
           05  EQ-BELOW-ENTRY  OCCURS 1 TO 200 TIMES
                           DEPENDING ON EQ-BELOW-TABLE-COUNT
                           INDEXED BY EQB-IDX.
               10  EQB-WAREHOUSE-ID              PIC X(4).
               10  EQB-EMPLOYEE-ID               PIC X(5).
               10  EQB-LAST-NAME                 PIC X(10).
               10  EQB-POSITION-NAME             PIC X(10).
               10  EQB-PROPOSED-SALARY           PIC 9(6)V99.
               10  EQB-BAND-MINIMUM              PIC 9(6)V99.
               10  EQB-ADJUSTMENT                PIC 9(6)V99.

       01  WAREHOUSE-TABLE-COUNT                 PIC 99      VALUE 0.

       01  WAREHOUSE-TABLE.
               10  WS-INQ-DT-DAY             PIC 99.
               10                            PIC X   VALUE '/'.
               10  WS-INQ-DT-YEAR            PIC 9999.
           05  WS-INQ-LINE-COUNT             PIC 99      VALUE 0.
           05  WS-INQ-HISTORY-COUNT          PIC 9(5)    VALUE 0.
           05  WS-JH-WAREHOUSE-ID            PIC X(4).
           05  WS-JH-DATE-X                  PIC X(8).
           05  WS-JH-DATE-EDITED             PIC X(10).

       01  BRIDGE-TABLE-COUNT                    PIC 99      VALUE 0.

       01  BRIDGE-TABLE.
           05  BRIDGE-ENTRY  OCCURS 50 TIMES.
               10  XB-OLD-WAREHOUSE-ID           PIC X(4).
               10  XB-EMPLOYEE-ID                PIC X(5).
               10  XB-NEW-WAREHOUSE-ID           PIC X(4).
               10  XB-TRANSFER-DATE              PIC 9(8).

       01  WS-XB-SUB                  PIC 99      VALUE 0.
       01  WS-XB-PICK                 PIC 99      VALUE 0.
       01  WS-HOP-COUNT               PIC 99      VALUE 0.
       01  WS-LAST-XFER-DATE          PIC 9(8)    VALUE 0.
       01  WS-REMAP-AGAIN             PIC X       VALUE 'N'.

      *    BEFORE AND AFTER IMAGES OF A JOURNAL ENTRY, LAID OUT AS AN
      *    EMPLOYEE MASTER RECORD.  THE NUMERIC VIEWS ARE ONLY USED
      *    ONCE THE FIELD HAS BEEN TESTED NUMERIC.
       01  JH-BEFORE-IMAGE.
           05  JB-WAREHOUSE-ID            PIC X(4).
           05  JB-EMPLOYEE-ID             PIC X(5).
           05  JB-EMPLOYEE-POSITION       PIC X(2).
           05  JB-LAST-NAME               PIC X(10).
           05  JB-FIRST-NAME              PIC X(10).
           05  FILLER                     PIC X(3).
           05  JB-HIRE-DATE               PIC X(8).
           05  JB-STARTING-SALARY         PIC X(8).
           05  FILLER                     PIC X(4).
           05  JB-PAY-INCREASE-DATE       PIC X(8).
           05  JB-CURRENT-SALARY          PIC X(8).
           05  FILLER                     PIC X(5).
           05  JB-UNION-DUES              PIC X(3).
           05  JB-INSURANCE               PIC X(5).

       01  JH-BEFORE-NUMERIC REDEFINES JH-BEFORE-IMAGE.
           05  FILLER                     PIC X(42).
           05  JBN-STARTING-SALARY        PIC 9(6)V99.
           05  FILLER                     PIC X(12).
           05  JBN-CURRENT-SALARY         PIC 9(6)V99.
           05  FILLER                     PIC X(5).
           05  JBN-UNION-DUES             PIC 9(3).
           05  JBN-INSURANCE              PIC 9(3)V99.

       01  JH-AFTER-IMAGE.
           05  JA-WAREHOUSE-ID            PIC X(4).
           05  JA-EMPLOYEE-ID             PIC X(5).
           05  JA-EMPLOYEE-POSITION       PIC X(2).
           05  JA-LAST-NAME               PIC X(10).
           05  JA-FIRST-NAME              PIC X(10).
           05  FILLER                     PIC X(3).
           05  JA-HIRE-DATE               PIC X(8).
           05  JA-STARTING-SALARY         PIC X(8).
           05  FILLER                     PIC X(4).
           05  JA-PAY-INCREASE-DATE       PIC X(8).
           05  JA-CURRENT-SALARY          PIC X(8).
           05  FILLER                     PIC X(5).
           05  JA-UNION-DUES              PIC X(3).
           05  JA-INSURANCE               PIC X(5).

       01  JH-AFTER-NUMERIC REDEFINES JH-AFTER-IMAGE.
           05  FILLER                     PIC X(42).
           05  JAN-STARTING-SALARY        PIC 9(6)V99.
           05  FILLER                     PIC X(12).
           05  JAN-CURRENT-SALARY         PIC 9(6)V99.
           05  FILLER                     PIC X(5).
           05  JAN-UNION-DUES             PIC 9(3).
           05  JAN-INSURANCE              PIC 9(3)V99.

       01  LETTER-FIELDS.
           05  WS-LETTER-NAME                PIC X(21).
           05  WS-PID-TOTAL-MONTHS           PIC 9(6)   VALUE 0.
           05  WS-MONTHS-SINCE-INCREASE      PIC S9(6)  VALUE 0.

      *    HEADER AND TRAILER OF THE EMPLOYEE MASTER.  THE RECORD ID
      *    SITS WHERE A DETAIL RECORD CARRIES ITS WAREHOUSE ID.
       01  MASTER-PROOF-RECORD.
           05  MP-RECORD-ID                  PIC X(4).
               88  MP-HEADER-RECORD                 VALUE 'HEAD'.
               88  MP-TRAILER-RECORD                VALUE 'TRLR'.
           05  FILLER                        PIC X(79).
       01  MP-HEADER-VIEW REDEFINES MASTER-PROOF-RECORD.
           05  FILLER                        PIC X(4).
           05  MP-GENERATION                 PIC 9(5).
           05  MP-CREATION-DATE              PIC 9(8).
           05  MP-CREATING-PROGRAM           PIC X(10).
           05  FILLER                        PIC X(56).
       01  MP-TRAILER-VIEW REDEFINES MASTER-PROOF-RECORD.
           05  FILLER                        PIC X(4).
           05  MP-TRL-RECORD-COUNT           PIC 9(7).
           05  MP-TRL-SALARY-HASH            PIC 9(11)V99.
           05  FILLER                        PIC X(59).
       01  MP-DETAIL-VIEW REDEFINES MASTER-PROOF-RECORD.
           05  FILLER                        PIC X(62).
           05  MP-CURRENT-SALARY             PIC 9(6)V99.
           05  FILLER                        PIC X(13).

       01  MASTER-PROOF-FIELDS.
           05  WS-MASTER-GENERATION          PIC 9(5)   VALUE 0.
           05  WS-LAST-GENERATION            PIC 9(5)   VALUE 0.
           05  WS-HEADER-COUNT               PIC 9(3)   VALUE 0.
           05  WS-TRAILER-COUNT              PIC 9(3)   VALUE 0.
           05  WS-MST-PROOF-COUNT            PIC 9(7)   VALUE 0.
           05  WS-MST-PROOF-SALARY           PIC 9(11)V99 VALUE 0.
           05  WS-MST-TRL-COUNT              PIC 9(7)   VALUE 0.
           05  WS-MST-TRL-SALARY             PIC 9(11)V99 VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING                   PIC 9 VALUE 0.
           05  COUNTER                          PIC 99 VALUE 00.
           05                     PIC X(77)
                                  VALUE 'COMPANY RECAP BY PLAN'.

       01  OVR-HEADING-ONE.
           05  OVR-H1-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05  OVR-H1-DAY         PIC 99.
           05                     PIC X       VALUE '/'.
           05  OVR-H1-YEAR        PIC 9999.
           05                     PIC X(26)   VALUE '     SBN'.
           05                     PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                     PIC X(5)    VALUE 'PAGE'.
           05  OVR-PAGE-NUM       PIC 99.

       01  OVR-HEADING-TWO.
           05                     PIC X(26)   VALUE SPACES.
           05                     PIC X(54)   VALUE
               'INCREASE OVERRIDE REGISTER'.

       01  OVR-HEADING-THREE.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(6)    VALUE 'WHSE'.
           05                     PIC X(7)    VALUE 'EMPL'.
           05                     PIC X(13)   VALUE '   STANDARD'.
           05                     PIC X(13)   VALUE '   OVERRIDE'.
           05                     PIC X(13)   VALUE ' DIFFERENCE'.
           05                     PIC X(7)    VALUE 'APPRVR'.
           05                     PIC X(19)   VALUE 'RSN'.

       01  OVR-HEADING-FOUR.
           05                     PIC X(15)   VALUE SPACES.
           05                     PIC X(13)   VALUE '   INCREASE'.
           05                     PIC X(13)   VALUE '   INCREASE'.
           05                     PIC X(39)   VALUE SPACES.

       01  OVR-DETAIL-LINE.
           05                     PIC X(2)    VALUE SPACES.
           05  OVR-WAREHOUSE-OUT  PIC X(4).
           05                     PIC X(2)    VALUE SPACES.
           05  OVR-EMPLOYEE-OUT   PIC X(5).
           05                     PIC X(2)    VALUE SPACES.
           05  OVR-STANDARD-OUT   PIC ----,--9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  OVR-OVERRIDE-OUT   PIC ----,--9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  OVR-DIFFERENCE-OUT PIC ----,--9.99.
           05                     PIC X(2)    VALUE SPACES.
           05  OVR-APPROVER-OUT   PIC X(5).
           05                     PIC X(2)    VALUE SPACES.
           05  OVR-REASON-OUT     PIC X(2).
           05                     PIC X(3)    VALUE SPACES.
           05  OVR-CAP-FLAG-OUT   PIC X(4).
           05                     PIC X(10)   VALUE SPACES.

       01  OVR-TOTAL-LINE.
           05                     PIC X(2)    VALUE SPACES.
           05  OVR-COUNT-OUT      PIC ZZ,ZZ9.
           05                     PIC X(5)    VALUE SPACES.
           05  OVR-STANDARD-TL-OUT PIC --,---,--9.99.
           05  OVR-OVERRIDE-TL-OUT PIC --,---,--9.99.
           05  OVR-DIFFERENCE-TL-OUT PIC --,---,--9.99.
           05                     PIC X(28)   VALUE ' OVERRIDES'.

       01  LTR-DATE-LINE.
           05                     PIC X(6)    VALUE 'DATE:'.
           05  LTR-MONTH          PIC 99.
           05  INQ-VALUE-OUT      PIC X(30).
           05                     PIC X(15)   VALUE SPACES.

       01  INQ-HISTORY-HEADING.
           05                     PIC X(3)    VALUE SPACES.
           05                     PIC X(77)
                         VALUE 'CHANGE HISTORY FROM AUDIT JOURNAL'.

       01  INQ-HISTORY-COLUMNS.
           05                     PIC X(3)    VALUE SPACES.
           05                     PIC X(12)   VALUE 'RUN DATE'.
           05                     PIC X(4)    VALUE 'ACT'.
           05                     PIC X(10)   VALUE 'STATUS'.
           05                     PIC X(12)   VALUE 'EFFECTIVE'.
           05                     PIC X(12)   VALUE 'KEYED AS'.
           05                     PIC X(27)   VALUE 'BATCH'.

       01  INQ-HISTORY-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  INQ-HIST-RUN-DATE  PIC X(10).
           05                     PIC X(3)    VALUE SPACES.
           05  INQ-HIST-ACTION    PIC X.
           05                     PIC X(2)    VALUE SPACES.
           05  INQ-HIST-STATUS    PIC X(8).
           05                     PIC X(2)    VALUE SPACES.
           05  INQ-HIST-EFF-DATE  PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  INQ-HIST-WAREHOUSE PIC X(4).
           05                     PIC X       VALUE SPACES.
           05  INQ-HIST-EMPLOYEE  PIC X(5).
           05                     PIC X(2)    VALUE SPACES.
           05  INQ-HIST-BATCH     PIC X(8).
           05                     PIC X(19)   VALUE SPACES.

       01  INQ-NOTE-LINE.
           05                     PIC X(8)    VALUE SPACES.
           05  INQ-NOTE-OUT       PIC X(40).
           05                     PIC X(32)   VALUE SPACES.

       01  INQ-CHANGE-LINE.
           05                     PIC X(8)    VALUE SPACES.
           05  INQ-CHG-FIELD-OUT  PIC X(16).
           05  INQ-CHG-BEFORE-OUT PIC X(22).
           05                     PIC X(4)    VALUE '->'.
           05  INQ-CHG-AFTER-OUT  PIC X(22).
           05                     PIC X(8)    VALUE SPACES.

       01  SIM-HEADING-ONE.
           05  SIM-H1-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
           05                     PIC X(3)    VALUE SPACES.
           05  SIM-NOTICE-TEXT    PIC X(77).

       01  EQ-HEADING-ONE.
           05  EQ-H1-MONTH        PIC 99.
           05                     PIC X       VALUE '/'.
           05  EQ-H1-DAY          PIC 99.
           05                     PIC X       VALUE '/'.
           05  EQ-H1-YEAR         PIC 9999.
           05                     PIC X(26)   VALUE '     SBN'.
           05                     PIC X(35)   VALUE 'DRAKEA, LTD'.
           05                     PIC X(5)    VALUE 'PAGE'.
           05  EQ-PAGE-NUM        PIC 99.

       01  EQ-HEADING-TWO.
           05                     PIC X(23)   VALUE SPACES.
           05                     PIC X(57)   VALUE
               'PAY EQUITY AND COMPA-RATIO REPORT'.

       01  EQ-TOLERANCE-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05                     PIC X(21)   VALUE
               'NEAR-CAP TOLERANCE:'.
           05  EQ-TOLERANCE-OUT   PIC Z9.
           05                     PIC X(54)   VALUE
               '% OF BAND MAXIMUM.  PROPOSED = AFTER INCREASE AND CAP'.

       01  EQ-HEADING-WAREHOUSE.
           05                     PIC X(12)   VALUE 'WAREHOUSE:'.
           05  EQ-WAREHOUSE-NAME  PIC X(11).
           05                     PIC X(57)   VALUE SPACES.

       01  EQ-HEADING-THREE.
           05                     PIC X(1)    VALUE SPACES.
           05                     PIC X(7)    VALUE 'EMPL'.
           05                     PIC X(15)   VALUE 'POSITION'.
           05                     PIC X(9)    VALUE 'CURRENT'.
           05                     PIC X(8)    VALUE 'COMPA'.
           05                     PIC X(8)    VALUE 'QTR'.
           05                     PIC X(10)   VALUE 'PROPOSED'.
           05                     PIC X(8)    VALUE 'COMPA'.
           05                     PIC X(5)    VALUE 'QTR'.
           05                     PIC X(9)    VALUE 'FLAG'.

       01  EQ-HEADING-FOUR.
           05                     PIC X(24)   VALUE SPACES.
           05                     PIC X(8)    VALUE 'SALARY'.
           05                     PIC X(8)    VALUE 'BEFORE'.
           05                     PIC X(10)   VALUE 'BEF'.
           05                     PIC X(8)    VALUE 'SALARY'.
           05                     PIC X(8)    VALUE 'AFTER'.
           05                     PIC X(5)    VALUE 'AFT'.
           05                     PIC X(9)    VALUE SPACES.

       01  EQ-DETAIL-LINE.
           05                     PIC X(1)    VALUE SPACES.
           05  EQ-EMPLOYEE-OUT    PIC X(5).
           05                     PIC X(2)    VALUE SPACES.
           05  EQ-POSITION-OUT    PIC X(10).
           05                     PIC X(1)    VALUE SPACES.
           05  EQ-CURRENT-OUT     PIC $***,***.99.
           05                     PIC X(2)    VALUE SPACES.
           05  EQ-CR-BEFORE-OUT   PIC Z9.999  BLANK WHEN ZERO.
           05                     PIC X(2)    VALUE SPACES.
           05  EQ-QTR-BEFORE-OUT  PIC X(3).
           05                     PIC X(2)    VALUE SPACES.
           05  EQ-PROPOSED-OUT    PIC $***,***.99.
           05                     PIC X(2)    VALUE SPACES.
           05  EQ-CR-AFTER-OUT    PIC Z9.999  BLANK WHEN ZERO.
           05                     PIC X(2)    VALUE SPACES.
           05  EQ-QTR-AFTER-OUT   PIC X(3).
           05                     PIC X(2)    VALUE SPACES.
           05  EQ-FLAG-OUT        PIC X(9).

       01  EQ-SECTION-HEADING.
           05                     PIC X(3)    VALUE SPACES.
           05  EQ-SECTION-TEXT    PIC X(77).

       01  EQ-SUMMARY-HEADING.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(6)    VALUE 'WHSE'.
           05                     PIC X(19)   VALUE 'POSITION'.
           05                     PIC X(8)    VALUE 'COUNT'.
           05                     PIC X(10)   VALUE 'AVG CR'.
           05                     PIC X(7)    VALUE 'BLW'.
           05                     PIC X(6)    VALUE 'Q1'.
           05                     PIC X(6)    VALUE 'Q2'.
           05                     PIC X(6)    VALUE 'Q3'.
           05                     PIC X(5)    VALUE 'Q4'.
           05                     PIC X(5)    VALUE 'ABV'.

       01  EQ-SUMMARY-LINE.
           05                     PIC X(2)    VALUE SPACES.
           05  EQS-WAREHOUSE-OUT  PIC X(4).
           05                     PIC X(2)    VALUE SPACES.
           05  EQS-POSITION-OUT   PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  EQS-LABEL-OUT      PIC X(6).
           05                     PIC X(2)    VALUE SPACES.
           05  EQS-COUNT-OUT      PIC ZZZ9.
           05                     PIC X(3)    VALUE SPACES.
           05  EQS-AVG-CR-OUT     PIC Z9.999.
           05                     PIC X(3)    VALUE SPACES.
           05  EQS-QTR-GROUP.
               10  EQS-QTR-SLOT  OCCURS 6 TIMES.
                   15  EQS-QTR-OUT    PIC ZZZ9.
                   15                 PIC X(2).

       01  EQ-BELOW-HEADING.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(6)    VALUE 'WHSE'.
           05                     PIC X(7)    VALUE 'EMPL'.
           05                     PIC X(12)   VALUE 'LAST NAME'.
           05                     PIC X(12)   VALUE 'POSITION'.
           05                     PIC X(13)   VALUE '   PROPOSED'.
           05                     PIC X(13)   VALUE '   BAND MIN'.
           05                     PIC X(15)   VALUE ' ADJUSTMENT'.

       01  EQ-BELOW-LINE.
           05                     PIC X(2)    VALUE SPACES.
           05  EQB-WAREHOUSE-OUT  PIC X(4).
           05                     PIC X(2)    VALUE SPACES.
           05  EQB-EMPLOYEE-OUT   PIC X(5).
           05                     PIC X(2)    VALUE SPACES.
           05  EQB-LAST-NAME-OUT  PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  EQB-POSITION-OUT   PIC X(10).
           05                     PIC X(2)    VALUE SPACES.
           05  EQB-PROPOSED-OUT   PIC $***,***.99.
           05                     PIC X(2)    VALUE SPACES.
           05  EQB-MINIMUM-OUT    PIC $***,***.99.
           05                     PIC X(2)    VALUE SPACES.
           05  EQB-ADJUSTMENT-OUT PIC $***,***.99.
           05                     PIC X(4)    VALUE SPACES.

       01  EQ-BELOW-TOTAL-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05                     PIC X(40)   VALUE
               'ADJUSTMENTS TO BAND MINIMUM - EMPLOYEES:'.
           05  EQB-TL-COUNT-OUT   PIC ZZ,ZZ9.
           05                     PIC X(2)    VALUE SPACES.
           05                     PIC X(6)    VALUE 'COST:'.
           05  EQB-TL-AMOUNT-OUT  PIC $$,$$$,$$9.99.
           05                     PIC X(10)   VALUE SPACES.

       01  EQ-COUNT-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  EQ-COUNT-LABEL-OUT PIC X(40).
           05  EQ-COUNT-OUT       PIC ZZ,ZZ9.
           05                     PIC X(31)   VALUE SPACES.

       01  EQ-NOTICE-LINE.
           05                     PIC X(3)    VALUE SPACES.
           05  EQ-NOTICE-TEXT     PIC X(77).

       01  BAL-HEADING-ONE.
           05  BAL-H1-MONTH       PIC 99.
           05                     PIC X       VALUE '/'.
                   PERFORM 300-SIMULATION-CONTROL-MODULE
               WHEN INQUIRY-MODE
                   PERFORM 400-INQUIRY-CONTROL-MODULE
               WHEN EQUITY-REPORT-MODE
                   PERFORM 500-EQUITY-CONTROL-MODULE
               WHEN OTHER
                   PERFORM 20-HOUSEKEEPING-ROUTINE
                   PERFORM 40-MAIN-ROUTINE
           END-EVALUATE
           .

      ****************************************************************
      * EVERY MODE THAT READS THE SEQUENTIAL MASTER PROVES IT FIRST:
      * EXACTLY ONE HEADER AND ONE TRAILER, AND THE DETAIL RECORDS
      * FOOT TO THE TRAILER COUNT AND SALARY HASH.  A MASTER WHOSE
      * GENERATION IS OLDER THAN THE LAST ONE ON THE GENERATION LOG
      * HAS BEEN REPLACED BY A MAINTENANCE OR POSTING RUN THAT WAS
      * NEVER PROMOTED, AND RUNNING FROM IT WOULD MISS THAT WORK.
      ****************************************************************
       18-PROVE-EMPLOYEE-MASTER.

           OPEN INPUT EMPLOYEE-RECORD-FILE
           IF EMPLOYEE-FILE-NOT-FOUND
               DISPLAY 'SBNPROGRAM2 - EMPLOYEE MASTER NOT FOUND - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL NO-MORE-MASTER-PROOF
               READ EMPLOYEE-RECORD-FILE INTO MASTER-PROOF-RECORD
                   AT END
                       MOVE 'N' TO MASTER-PROOF-EOF-FLAG
                   NOT AT END
                       PERFORM 18A-FOOT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-RECORD-FILE

           IF WS-HEADER-COUNT = 0
               DISPLAY 'SBNPROGRAM2 - EMPLOYEE MASTER HAS NO HEADER - '
                   'RUN SBNMSTPROM INIT - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-HEADER-COUNT > 1 OR WS-TRAILER-COUNT NOT = 1
               DISPLAY 'SBNPROGRAM2 - EMPLOYEE MASTER HEADER OR '
                   'TRAILER MISSING OR REPEATED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MST-PROOF-COUNT NOT = WS-MST-TRL-COUNT OR
                   WS-MST-PROOF-SALARY NOT = WS-MST-TRL-SALARY
               DISPLAY 'SBNPROGRAM2 - EMPLOYEE MASTER DOES NOT FOOT TO '
                   'ITS TRAILER - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 18B-FIND-LAST-GENERATION
           IF WS-MASTER-GENERATION < WS-LAST-GENERATION
               DISPLAY 'SBNPROGRAM2 - EMPLOYEE MASTER GENERATION '
                   WS-MASTER-GENERATION ' IS OLDER THAN GENERATION '
                   WS-LAST-GENERATION ' - RUN SBNMSTPROM - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       18A-FOOT-MASTER-RECORD.

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
       18B-FIND-LAST-GENERATION.

           OPEN INPUT GENERATION-LOG-FILE
           IF NOT GEN-LOG-FILE-NOT-FOUND
               PERFORM UNTIL NO-MORE-GEN-LOG
                   READ GENERATION-LOG-FILE
                       AT END
                           MOVE 'N' TO GEN-LOG-EOF-FLAG
                       NOT AT END
                           PERFORM 18C-CHECK-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENERATION-LOG-FILE
           END-IF
           .

       18C-CHECK-LOG-RECORD.

           EVALUATE TRUE
               WHEN GN-STATUS = 'CREATED' OR GN-STATUS = 'PROMOTED'
                   MOVE GN-GENERATION TO WS-LAST-GENERATION
               WHEN GN-STATUS = 'REJECTED' AND
                       GN-GENERATION = WS-LAST-GENERATION
                   MOVE GN-PRIOR-GENERATION TO WS-LAST-GENERATION
           END-EVALUATE
           .

      ****************************************************************
      * THE INCREASE RUN ACCEPTS AN OPTIONAL EFFECTIVE DATE
      * (YYYYMMDD) ON THE COMMAND LINE.  WHEN THE EFFECTIVE DATE IS
           END-IF

           PERFORM 19-SET-EFFECTIVE-DATE
           PERFORM 18-PROVE-EMPLOYEE-MASTER
           PERFORM 21-CHECK-RUN-LOG

           SORT SORT-WORK-FILE
                   CLOSE DEDUCTION-REGISTER-FILE
                   OPEN EXTEND DEDUCTION-REGISTER-FILE
               END-IF

               OPEN EXTEND OVERRIDE-REGISTER-FILE
               IF OVR-REGISTER-FILE-NOT-FOUND
                   OPEN OUTPUT OVERRIDE-REGISTER-FILE
                   CLOSE OVERRIDE-REGISTER-FILE
                   OPEN EXTEND OVERRIDE-REGISTER-FILE
               END-IF
           ELSE
               OPEN OUTPUT SALARY-REPORT-FILE
                    OUTPUT PAYROLL-EXTRACT-FILE
                    OUTPUT DUES-REMITTANCE-FILE
                    OUTPUT DUES-REGISTER-FILE
                    OUTPUT DEDUCTION-REGISTER-FILE
                    OUTPUT OVERRIDE-REGISTER-FILE
           END-IF

           OPEN EXTEND HISTORY-FILE
           PERFORM 35-EXCEPTION-HEADER-ROUTINE
           PERFORM 36-DUES-REGISTER-HEADER-ROUTINE
           PERFORM 37-DEDUCTION-REGISTER-HEADER
           PERFORM 61-OVERRIDE-REGISTER-HEADER
           MOVE 'Y' TO WS-EXC-FILE-OPEN-SWITCH
           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 25-LOAD-RATE-TABLE
           PERFORM 38-LOAD-PLAN-RATE-TABLE
           PERFORM 41-LOAD-BENEFIT-TABLE
           PERFORM 51-LOAD-BUDGET-TABLE
           PERFORM 53-LOAD-OVERRIDE-TABLE
           .

      ****************************************************************
      * ROWS TO THE EXTRACT AND HISTORY FILES, SO THE RUN REFUSES TO
      * START UNLESS THE OPERATOR PASSES OVERRIDE ON THE COMMAND
      * LINE.  EVERY RUN LOGS A STARTED RECORD HERE AND A COMPLETE
      * RECORD AT END OF JOB.  A RUN BACKED OUT BY SBNBACKOUT IS
      * LOGGED REVERSED INSTEAD OF COMPLETE, SO THE CORRECTED RERUN
      * GOES THROUGH WITHOUT OVERRIDE.
      ****************************************************************
       21-CHECK-RUN-LOG.

           END-IF
           .

      ****************************************************************
      * INCREASE OVERRIDES.  MANAGEMENT MAY SET AN INDIVIDUAL
      * EMPLOYEE'S INCREASE - A MERIT PERCENT, A FREEZE, OR A FLAT
      * NEW SALARY - IN PLACE OF THE POSITION RATE.  AN OVERRIDE
      * WITH NO APPROVER CODE, AN UNKNOWN TYPE OR A NON-NUMERIC
      * AMOUNT IS REPORTED AS AN EXCEPTION AND NEVER LOADED, SO THE
      * EMPLOYEE GETS THE STANDARD INCREASE.  A SECOND OVERRIDE FOR
      * THE SAME EMPLOYEE IS REPORTED AND IGNORED.
      ****************************************************************
       53-LOAD-OVERRIDE-TABLE.

           OPEN INPUT INCREASE-OVERRIDE-FILE
           IF OVERRIDE-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-OVERRIDES
                   READ INCREASE-OVERRIDE-FILE
                       AT END
                           MOVE 'N' TO OVERRIDE-EOF-FLAG
                       NOT AT END
                           PERFORM 54-STORE-OVERRIDE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE INCREASE-OVERRIDE-FILE
           END-IF
           .

       54-STORE-OVERRIDE-ENTRY.

           MOVE 'Y' TO WS-OVR-VALID-SW
           EVALUATE TRUE
               WHEN OV-APPROVER-CODE = SPACES
                   MOVE 'OVERRIDE HAS NO APPROVER, NOT APPLIED' TO
                       WS-EXCEPTION-REASON
                   MOVE 'N' TO WS-OVR-VALID-SW
               WHEN OV-OVERRIDE-TYPE = 'P' AND
                       OV-INCREASE-PCT NUMERIC
                   CONTINUE
               WHEN OV-OVERRIDE-TYPE = 'F' AND
                       OV-NEW-SALARY NUMERIC AND OV-NEW-SALARY > 0
                   CONTINUE
               WHEN OTHER
                   MOVE 'INVALID OVERRIDE TYPE OR AMOUNT, NOT APPLIED'
                       TO WS-EXCEPTION-REASON
                   MOVE 'N' TO WS-OVR-VALID-SW
           END-EVALUATE

           IF OVERRIDE-ENTRY-VALID AND OVERRIDE-TABLE-COUNT > 0
               SET OVR-IDX TO 1
               SEARCH OVERRIDE-ENTRY
                   AT END
                       CONTINUE
                   WHEN OT-WAREHOUSE-ID (OVR-IDX) = OV-WAREHOUSE-ID
                       AND OT-EMPLOYEE-ID (OVR-IDX) = OV-EMPLOYEE-ID
                       MOVE 'DUPLICATE OVERRIDE, ENTRY IGNORED' TO
                           WS-EXCEPTION-REASON
                       MOVE 'N' TO WS-OVR-VALID-SW
               END-SEARCH
           END-IF

           IF OVERRIDE-ENTRY-VALID AND OVERRIDE-TABLE-COUNT NOT < 200
               MOVE 'OVERRIDE TABLE FULL, ENTRY IGNORED (200 MAX)' TO
                   WS-EXCEPTION-REASON
               MOVE 'N' TO WS-OVR-VALID-SW
           END-IF

           IF OVERRIDE-ENTRY-VALID
               ADD 1 TO OVERRIDE-TABLE-COUNT
               SET OVR-IDX TO OVERRIDE-TABLE-COUNT
               MOVE OV-WAREHOUSE-ID  TO OT-WAREHOUSE-ID (OVR-IDX)
               MOVE OV-EMPLOYEE-ID   TO OT-EMPLOYEE-ID (OVR-IDX)
               MOVE OV-OVERRIDE-TYPE TO OT-OVERRIDE-TYPE (OVR-IDX)
               MOVE 0                TO OT-INCREASE-PCT (OVR-IDX)
               MOVE 0                TO OT-NEW-SALARY (OVR-IDX)
               IF OV-OVERRIDE-TYPE = 'P'
                   MOVE OV-INCREASE-PCT TO OT-INCREASE-PCT (OVR-IDX)
               ELSE
                   MOVE OV-NEW-SALARY   TO OT-NEW-SALARY (OVR-IDX)
               END-IF
               MOVE OV-APPROVER-CODE TO OT-APPROVER-CODE (OVR-IDX)
               MOVE OV-REASON-CODE   TO OT-REASON-CODE (OVR-IDX)
               MOVE 'N'              TO OT-ON-MASTER-SW (OVR-IDX)
           ELSE
               IF EXCEPTION-REPORT-OPEN
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE OV-WAREHOUSE-ID TO EXC-WAREHOUSE-OUT
                   MOVE OV-EMPLOYEE-ID  TO EXC-EMPLOYEE-OUT
                   MOVE WS-EXCEPTION-REASON TO EXC-REASON-OUT
                   MOVE EXC-DETAIL-LINE TO EXCEPTION-REPORT
                   WRITE EXCEPTION-REPORT AFTER ADVANCING 1 LINE
               ELSE
                   DISPLAY 'SBNPROGRAM2 - OVERRIDE IGNORED: '
                       OV-WAREHOUSE-ID OV-EMPLOYEE-ID ' '
                       WS-EXCEPTION-REASON
               END-IF
           END-IF
           .

      ****************************************************************
      * CALLED FOR EVERY RECORD ON THE MASTER, SELECTED OR NOT, SO AN
      * OVERRIDE FOR AN EMPLOYEE OUTSIDE A WHSE= OR MONTH= RUN IS
      * STILL KNOWN TO BE ON THE MASTER.  LEAVES OVR-IDX ON THE
      * MATCHING ENTRY FOR 50-READ-A-RECORD.
      ****************************************************************
       55-LOOKUP-OVERRIDE.

           MOVE 'N' TO WS-OVR-FOUND-SWITCH
           MOVE 'N' TO WS-OVR-APPLIED-SWITCH
           IF OVERRIDE-TABLE-COUNT > 0
               SET OVR-IDX TO 1
               SEARCH OVERRIDE-ENTRY
                   AT END
                       CONTINUE
                   WHEN OT-WAREHOUSE-ID (OVR-IDX) = WAREHOUSE-ID
                       AND OT-EMPLOYEE-ID (OVR-IDX) = EMPLOYEE-ID
                       MOVE 'Y' TO WS-OVR-FOUND-SWITCH
                       MOVE 'Y' TO OT-ON-MASTER-SW (OVR-IDX)
               END-SEARCH
           END-IF
           .

      ****************************************************************
      * REPLACES THE STANDARD INCREASED SALARY IN WS-INCREASED-CURRENT
      * WITH THE OVERRIDE.  THE BAND CAP IS APPLIED AFTERWARDS BY THE
      * CALLER, SO AN OVERRIDE CANNOT TAKE ANYONE ABOVE THE BAND.  A
      * FLAT SALARY BELOW THE CURRENT SALARY IS A PAY CUT, NOT AN
      * INCREASE: IT IS REPORTED AND THE STANDARD INCREASE STANDS.
      ****************************************************************
       56-APPLY-INCREASE-OVERRIDE.

           MOVE WS-INCREASED-CURRENT TO WS-STANDARD-SALARY
           IF OT-FLAT-SALARY-OVERRIDE (OVR-IDX)
               IF OT-NEW-SALARY (OVR-IDX) < CURRENT-SALARY
                   IF EXCEPTION-REPORT-OPEN
                       MOVE 'OVERRIDE SALARY BELOW CURRENT, NOT APPLIED'
                           TO WS-EXCEPTION-REASON
                       PERFORM 46-WRITE-EXCEPTION-LINE
                   END-IF
               ELSE
                   MOVE OT-NEW-SALARY (OVR-IDX) TO WS-INCREASED-CURRENT
                   MOVE 'Y' TO WS-OVR-APPLIED-SWITCH
               END-IF
           ELSE
               MULTIPLY CURRENT-SALARY BY OT-INCREASE-PCT (OVR-IDX)
                   GIVING WS-INCREASED-CURRENT
               ADD  CURRENT-SALARY TO WS-INCREASED-CURRENT
               MOVE 'Y' TO WS-OVR-APPLIED-SWITCH
           END-IF
           .

      ****************************************************************
      * ONE REGISTER LINE PER OVERRIDDEN EMPLOYEE.  BOTH INCREASES
      * ARE SHOWN AFTER THE BAND CAP, SO THE DIFFERENCE IS THE REAL
      * COST OF THE OVERRIDE OVER WHAT THE POSITION RATE WOULD HAVE
      * PAID.  49-APPLY-SALARY-BAND-CAP HAS ALREADY LOOKED UP THE
      * BAND FOR THIS EMPLOYEE.
      ****************************************************************
       57-WRITE-OVERRIDE-REGISTER-LINE.

           IF POSITION-FOUND AND WS-POSN-BAND-MAX > 0
               IF WS-STANDARD-SALARY > WS-POSN-BAND-MAX
                   MOVE WS-POSN-BAND-MAX TO WS-STANDARD-SALARY
               END-IF
           END-IF

           COMPUTE WS-STANDARD-INCREASE =
               WS-STANDARD-SALARY - CURRENT-SALARY
           COMPUTE WS-OVERRIDE-INCREASE =
               WS-INCREASED-CURRENT - CURRENT-SALARY
           COMPUTE WS-OVERRIDE-DIFFERENCE =
               WS-OVERRIDE-INCREASE - WS-STANDARD-INCREASE

           ADD 1 TO WS-OVERRIDE-COUNT
           ADD WS-STANDARD-INCREASE   TO WS-OVR-STANDARD-TL
           ADD WS-OVERRIDE-INCREASE   TO WS-OVR-OVERRIDE-TL
           ADD WS-OVERRIDE-DIFFERENCE TO WS-OVR-DIFFERENCE-TL

           MOVE WAREHOUSE-ID           TO OVR-WAREHOUSE-OUT
           MOVE EMPLOYEE-ID            TO OVR-EMPLOYEE-OUT
           MOVE WS-STANDARD-INCREASE   TO OVR-STANDARD-OUT
           MOVE WS-OVERRIDE-INCREASE   TO OVR-OVERRIDE-OUT
           MOVE WS-OVERRIDE-DIFFERENCE TO OVR-DIFFERENCE-OUT
           MOVE OT-APPROVER-CODE (OVR-IDX) TO OVR-APPROVER-OUT
           MOVE OT-REASON-CODE (OVR-IDX)   TO OVR-REASON-OUT
           MOVE CAP-FLAG-OUT           TO OVR-CAP-FLAG-OUT
           WRITE OVERRIDE-REGISTER FROM OVR-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

      ****************************************************************
      * AN OVERRIDE NEVER MATCHED TO A RECORD ON THE MASTER IS FOR AN
      * EMPLOYEE WHO DOES NOT EXIST (OR NO LONGER DOES) AND GOES TO
      * THE EXCEPTION REPORT.
      ****************************************************************
       58-REPORT-UNMATCHED-OVERRIDES.

           PERFORM VARYING OVR-IDX FROM 1 BY 1
                   UNTIL OVR-IDX > OVERRIDE-TABLE-COUNT
               IF NOT OT-ON-MASTER (OVR-IDX)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE OT-WAREHOUSE-ID (OVR-IDX) TO EXC-WAREHOUSE-OUT
                   MOVE OT-EMPLOYEE-ID (OVR-IDX)  TO EXC-EMPLOYEE-OUT
                   MOVE 'OVERRIDE EMPLOYEE NOT ON MASTER, NOT APPLIED'
                       TO EXC-REASON-OUT
                   MOVE EXC-DETAIL-LINE TO EXCEPTION-REPORT
                   WRITE EXCEPTION-REPORT AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           .

       61-OVERRIDE-REGISTER-HEADER.

           MOVE SPACES TO OVERRIDE-REGISTER
           WRITE OVERRIDE-REGISTER AFTER ADVANCING PAGE
           MOVE 1 TO OVR-PAGE-NUM
           MOVE WS-MONTH TO OVR-H1-MONTH
           MOVE WS-DAY   TO OVR-H1-DAY
           MOVE WS-YEAR  TO OVR-H1-YEAR
           WRITE OVERRIDE-REGISTER FROM OVR-HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE OVERRIDE-REGISTER FROM OVR-HEADING-TWO
               AFTER ADVANCING 2 LINES
           IF PARTIAL-RUN
               WRITE OVERRIDE-REGISTER FROM PARTIAL-HEADING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF CYCLE-MONTH-RUN
               MOVE WS-CYCLE-MONTH TO CYC-MONTH-OUT
               WRITE OVERRIDE-REGISTER FROM CYCLE-HEADING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF RUN-WAS-RESTARTED
               WRITE OVERRIDE-REGISTER FROM RESTART-NOTICE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE OVERRIDE-REGISTER FROM OVR-HEADING-THREE
               AFTER ADVANCING 2 LINES
           WRITE OVERRIDE-REGISTER FROM OVR-HEADING-FOUR
               AFTER ADVANCING 1 LINE
           .

       40-MAIN-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ SORTED-EMPLOYEE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF NOT MASTER-CONTROL-RECORD
                           PERFORM 40A-SELECT-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE MASTER HEADER AND TRAILER SORT IN AMONG THE EMPLOYEES;
      *    THEY WERE PROVED IN HOUSEKEEPING AND NEVER REACH HERE.
       40A-SELECT-EMPLOYEE.

           ADD 1 TO WS-RECORDS-READ
           PERFORM 55-LOOKUP-OVERRIDE
           PERFORM 44-CHECK-WAREHOUSE-SELECTED
           EVALUATE TRUE
               WHEN PARTIAL-RUN AND NOT WAREHOUSE-SELECTED
                   CONTINUE
               WHEN CYCLE-MONTH-RUN AND
                       HD-MONTH NOT = WS-CYCLE-MONTH
                   CONTINUE
               WHEN RESTART-MODE
                   PERFORM 48-CHECK-RESTART-SKIP
               WHEN OTHER
                   PERFORM 50-READ-A-RECORD
           END-EVALUATE
           .

       44-CHECK-WAREHOUSE-SELECTED.

           MOVE 'Y' TO WS-WHSE-SELECTED-SW
           IF PARTIAL-RUN
               MOVE 'N' TO WS-WHSE-SELECTED-SW
               PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                       UNTIL WS-SEL-SUB > WS-SELECT-WHSE-COUNT
                   IF WS-SELECT-WHSE (WS-SEL-SUB) = WAREHOUSE-ID
                       MOVE 'Y' TO WS-WHSE-SELECTED-SW
                   END-IF
               END-PERFORM
           END-IF
           .

       48-CHECK-RESTART-SKIP.

           IF WAREHOUSE-ID > WS-RESTART-WAREHOUSE-ID
               OR (WAREHOUSE-ID = WS-RESTART-WAREHOUSE-ID AND
                   EMPLOYEE-POSITION > WS-RESTART-POSITION)
               OR (WAREHOUSE-ID = WS-RESTART-WAREHOUSE-ID AND
                   EMPLOYEE-POSITION = WS-RESTART-POSITION AND
                   EMPLOYEE-ID > WS-RESTART-EMPLOYEE-ID)
               MOVE 'N' TO WS-RESTART-SWITCH
               PERFORM 50-READ-A-RECORD
           END-IF
           .

       50-READ-A-RECORD.

           PERFORM 45-VALIDATE-RECORD

           IF WS-FIRST-RECORD = 'YES'
               MOVE  WAREHOUSE-ID TO WS-HOLD-FIELD
               MOVE  EMPLOYEE-POSITION TO WS-HOLD-POSITION
               MOVE  'NO' TO WS-FIRST-RECORD
               PERFORM 60-PRINT-CLASS-HEADER

           ELSE
               IF WAREHOUSE-ID NOT = WS-HOLD-FIELD
                   PERFORM 70-CONTROL-BREAK
                   MOVE EMPLOYEE-POSITION TO WS-HOLD-POSITION
               ELSE
                   IF EMPLOYEE-POSITION NOT = WS-HOLD-POSITION
                       PERFORM 75-POSITION-BREAK
                       MOVE EMPLOYEE-POSITION TO WS-HOLD-POSITION
                   END-IF
               END-IF
           END-IF

           MOVE EMPLOYEE-ID TO EMPLOYEE-ID-OUT
           MOVE EMPLOYEE-POSITION TO WS-POSITION-LOOKUP
           PERFORM  90-WRITE-EMPLOYEE-POSITION
           MOVE LAST-NAME TO LAST-NAME-OUT

           PERFORM 27-LOOKUP-INCREASE-RATES

           MULTIPLY CURRENT-SALARY BY WS-EFFECTIVE-CURRENT-PCT
               GIVING WS-INCREASED-CURRENT
		   ADD  CURRENT-SALARY TO WS-INCREASED-CURRENT
           IF INCREASE-OVERRIDE-FOUND
               PERFORM 56-APPLY-INCREASE-OVERRIDE
           END-IF
           PERFORM 49-APPLY-SALARY-BAND-CAP
           IF INCREASE-OVERRIDE-APPLIED
               PERFORM 57-WRITE-OVERRIDE-REGISTER-LINE
           END-IF
           MOVE WS-INCREASED-CURRENT TO INCREASED-CURRENT-SALARY
           ADD  WS-INCREASED-CURRENT TO WS-INCREASED-CURRENT-SLRY-TL
           ADD  WS-INCREASED-CURRENT TO WS-INCREASED-CURRENT-SLRY-PTL
           WRITE INCREASE-LETTER FROM LTR-PRIOR-LINE
               AFTER ADVANCING 2 LINES

           IF INCREASE-OVERRIDE-APPLIED AND CURRENT-SALARY > 0
               COMPUTE WS-LTR-PCT ROUNDED =
                   (PE-INCREASED-CURRENT-SALARY - CURRENT-SALARY)
                       * 100 / CURRENT-SALARY
           ELSE
               MULTIPLY WS-EFFECTIVE-CURRENT-PCT BY 100
                   GIVING WS-LTR-PCT
           END-IF
           MOVE WS-LTR-PCT TO LTR-PCT-OUT
           WRITE INCREASE-LETTER FROM LTR-PCT-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 115-PRINT-GRAND-TOTAL
           PERFORM 140-WRITE-VARIANCE-REPORT

           PERFORM 58-REPORT-UNMATCHED-OVERRIDES
           PERFORM 116-WRITE-OVERRIDE-TOTALS

           MOVE WS-EXCEPTION-COUNT TO EXC-COUNT-OUT
           WRITE EXCEPTION-REPORT FROM EXC-SUMMARY-LINE
               AFTER ADVANCING 3 LINES
                  DUES-REMITTANCE-FILE
                  DUES-REGISTER-FILE
                  DEDUCTION-REGISTER-FILE
                  OVERRIDE-REGISTER-FILE

           PERFORM 120-BALANCING-ROUTINE

           MOVE WS-GRAND-UNION-DUES-TL   TO RL-GRAND-DUES
           MOVE WS-GRAND-INSURANCE-TL    TO RL-GRAND-INSURANCE
           MOVE WS-CYCLE-MONTH           TO RL-CYCLE-MONTH
           MOVE WS-EFFECTIVE-DATE        TO RL-EFFECTIVE-DATE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
               AFTER ADVANCING 3 LINES
           .

       116-WRITE-OVERRIDE-TOTALS.

           MOVE WS-OVERRIDE-COUNT    TO OVR-COUNT-OUT
           MOVE WS-OVR-STANDARD-TL   TO OVR-STANDARD-TL-OUT
           MOVE WS-OVR-OVERRIDE-TL   TO OVR-OVERRIDE-TL-OUT
           MOVE WS-OVR-DIFFERENCE-TL TO OVR-DIFFERENCE-TL-OUT
           WRITE OVERRIDE-REGISTER FROM OVR-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           .

      ****************************************************************
      * RE-READS THE EXTRACT AND GL FILES JUST WRITTEN AND PROVES
      * THEIR TRAILERS AGAINST BOTH THE RECORDS ON THE FILE AND THE
           MOVE EOJ-COUNT-EDITED TO EOJ-VALUE-OUT
           PERFORM 135-WRITE-EOJ-LINE

           MOVE 'INCREASE OVERRIDES APPLIED:' TO EOJ-LABEL-OUT
           MOVE WS-OVERRIDE-COUNT TO EOJ-COUNT-EDITED
           MOVE EOJ-COUNT-EDITED TO EOJ-VALUE-OUT
           PERFORM 135-WRITE-EOJ-LINE

           MOVE 'EXTRACT RECORDS WRITTEN:' TO EOJ-LABEL-OUT
           MOVE WS-EXTRACT-RECORD-COUNT TO EOJ-COUNT-EDITED
           MOVE EOJ-COUNT-EDITED TO EOJ-VALUE-OUT

       210-ELIG-HOUSEKEEPING-ROUTINE.

           PERFORM 18-PROVE-EMPLOYEE-MASTER

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-WAREHOUSE-ID
               ON ASCENDING KEY SW-EMPLOYEE-POSITION
                   AT END
                       MOVE 'N' TO ELIG-EOF-FLAG
                   NOT AT END
                       IF NOT MASTER-CONTROL-RECORD
                           PERFORM 240-ELIG-PROCESS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           .

       310-SIM-HOUSEKEEPING-ROUTINE.

           PERFORM 18-PROVE-EMPLOYEE-MASTER

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-WAREHOUSE-ID
               ON ASCENDING KEY SW-EMPLOYEE-POSITION
                   AT END
                       MOVE 'N' TO SIM-EOF-FLAG
                   NOT AT END
                       IF NOT MASTER-CONTROL-RECORD
                           PERFORM 340-SIM-PROCESS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           .
      * MASTER BUILT BY SBNMSTLOAD.  THE KEY IS GIVEN ON THE COMMAND
      * LINE, EITHER AS ONE ARGUMENT (INQ AL1010001) OR TWO
      * (INQ AL10 10001).  PRINTS THE EMPLOYEE'S FULL DETAIL AND
      * WHAT THE NEXT INCREASE WOULD BE AT CURRENT RATES, FOLLOWED
      * BY THE EMPLOYEE'S CHANGE HISTORY FROM THE SBNMAINT AUDIT
      * JOURNAL (PR2AUDT.TXT), TRANSFERS FOLLOWED VIA PR2XFER.TXT.
      ****************************************************************
       400-INQUIRY-CONTROL-MODULE.

           PERFORM 410-INQ-HOUSEKEEPING-ROUTINE
           PERFORM 420-INQ-READ-EMPLOYEE
           PERFORM 450-INQ-PRINT-CHANGE-HISTORY
           PERFORM 490-INQ-EOF-ROUTINE
           .

               AFTER ADVANCING 1 LINE
           WRITE INQUIRY-REPORT FROM INQ-HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-INQ-LINE-COUNT

           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 25-LOAD-RATE-TABLE
           PERFORM 480-INQ-WRITE-DETAIL-LINE
           .

      ****************************************************************
      * TRANSFER BRIDGE RECORDS WRITTEN BY SBNMAINT, ONE PER APPLIED
      * WAREHOUSE TRANSFER.  A MISSING FILE JUST MEANS NOBODY HAS
      * EVER BEEN TRANSFERRED.
      ****************************************************************
       440-INQ-LOAD-TRANSFER-BRIDGE.

           OPEN INPUT TRANSFER-BRIDGE-FILE
           IF BRIDGE-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL NO-MORE-BRIDGE
                   READ TRANSFER-BRIDGE-FILE
                       AT END
                           MOVE 'N' TO BRIDGE-EOF-FLAG
                       NOT AT END
                           PERFORM 441-INQ-STORE-BRIDGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-BRIDGE-FILE
           END-IF
           .

       441-INQ-STORE-BRIDGE-ENTRY.

           IF BRIDGE-TABLE-COUNT < 50
               ADD 1 TO BRIDGE-TABLE-COUNT
               MOVE XF-OLD-WAREHOUSE-ID TO
                   XB-OLD-WAREHOUSE-ID (BRIDGE-TABLE-COUNT)
               MOVE XF-EMPLOYEE-ID TO
                   XB-EMPLOYEE-ID (BRIDGE-TABLE-COUNT)
               MOVE XF-NEW-WAREHOUSE-ID TO
                   XB-NEW-WAREHOUSE-ID (BRIDGE-TABLE-COUNT)
               MOVE XF-TRANSFER-DATE TO
                   XB-TRANSFER-DATE (BRIDGE-TABLE-COUNT)
           ELSE
               DISPLAY 'SBNPROGRAM2 - BRIDGE TABLE FULL, '
                   'ENTRY IGNORED: ' XF-OLD-WAREHOUSE-ID
                   XF-EMPLOYEE-ID
           END-IF
           .

      ****************************************************************
      * THE EMPLOYEE'S CHANGE HISTORY FROM THE SBNMAINT AUDIT
      * JOURNAL, OLDEST FIRST.  AN ENTRY KEYED UNDER AN EARLIER
      * WAREHOUSE IS FOLLOWED THROUGH THE TRANSFER BRIDGE THE SAME
      * WAY SBNHISTRPT REMAPS ITS HISTORY ROWS, SO A TRANSFERRED
      * EMPLOYEE'S WHOLE HISTORY SHOWS UNDER THE CURRENT KEY.
      * PRINTED EVEN WHEN THE EMPLOYEE IS NO LONGER ON THE MASTER,
      * SO A TERMINATION CAN STILL BE LOOKED UP.
      ****************************************************************
       450-INQ-PRINT-CHANGE-HISTORY.

           PERFORM 440-INQ-LOAD-TRANSFER-BRIDGE

           IF WS-INQ-LINE-COUNT > 46
               PERFORM 459-INQ-HEADER-ROUTINE
           END-IF
           WRITE INQUIRY-REPORT FROM INQ-HISTORY-HEADING
               AFTER ADVANCING 3 LINES
           WRITE INQUIRY-REPORT FROM INQ-HISTORY-COLUMNS
               AFTER ADVANCING 2 LINES
           ADD 5 TO WS-INQ-LINE-COUNT

           OPEN INPUT AUDIT-JOURNAL-FILE
           IF JOURNAL-FILE-NOT-FOUND
               MOVE 'NO AUDIT JOURNAL ON FILE' TO INQ-NOTE-OUT
               PERFORM 458-INQ-WRITE-NOTE-LINE
           ELSE
               PERFORM UNTIL NO-MORE-JOURNAL
                   READ AUDIT-JOURNAL-FILE
                       AT END
                           MOVE 'N' TO JOURNAL-EOF-FLAG
                       NOT AT END
                           PERFORM 451-INQ-CHECK-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDIT-JOURNAL-FILE
               IF WS-INQ-HISTORY-COUNT = 0
                   MOVE 'NO JOURNAL ENTRIES FOR THIS EMPLOYEE' TO
                       INQ-NOTE-OUT
                   PERFORM 458-INQ-WRITE-NOTE-LINE
               END-IF
           END-IF
           .

       451-INQ-CHECK-JOURNAL-ENTRY.

           MOVE AJ-WAREHOUSE-ID TO WS-JH-WAREHOUSE-ID
           PERFORM 452-INQ-REMAP-JOURNAL-KEY
           IF WS-JH-WAREHOUSE-ID = WS-INQ-WAREHOUSE-ID AND
                   AJ-EMPLOYEE-ID = WS-INQ-EMPLOYEE-ID
               ADD 1 TO WS-INQ-HISTORY-COUNT
               PERFORM 453-INQ-WRITE-JOURNAL-ENTRY
           END-IF
           .

      ****************************************************************
      * SAME RULES AS 22A-REMAP-HISTORY-WAREHOUSE IN SBNHISTRPT: A
      * TRANSFER ONLY CARRIES ENTRIES JOURNALED ON OR BEFORE ITS
      * TRANSFER DATE, TRANSFERS ARE FOLLOWED IN DATE ORDER, EACH AT
      * MOST ONCE, AND THE HOP GUARD IS A BACKSTOP.
      ****************************************************************
       452-INQ-REMAP-JOURNAL-KEY.

           IF BRIDGE-TABLE-COUNT > 0
               MOVE 0 TO WS-LAST-XFER-DATE
               MOVE 0 TO WS-HOP-COUNT
               MOVE 'Y' TO WS-REMAP-AGAIN
               PERFORM UNTIL WS-REMAP-AGAIN = 'N'
                       OR WS-HOP-COUNT > 10
                   MOVE 'N' TO WS-REMAP-AGAIN
                   MOVE 0 TO WS-XB-PICK
                   PERFORM VARYING WS-XB-SUB FROM 1 BY 1
                           UNTIL WS-XB-SUB > BRIDGE-TABLE-COUNT
                       IF XB-OLD-WAREHOUSE-ID (WS-XB-SUB) =
                               WS-JH-WAREHOUSE-ID
                           AND XB-EMPLOYEE-ID (WS-XB-SUB) =
                               AJ-EMPLOYEE-ID
                           AND XB-TRANSFER-DATE (WS-XB-SUB) NOT <
                               AJ-RUN-DATE
                           AND XB-TRANSFER-DATE (WS-XB-SUB) >
                               WS-LAST-XFER-DATE
                           IF WS-XB-PICK = 0 OR
                               XB-TRANSFER-DATE (WS-XB-SUB) <
                                   XB-TRANSFER-DATE (WS-XB-PICK)
                               MOVE WS-XB-SUB TO WS-XB-PICK
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-XB-PICK > 0
                       MOVE XB-NEW-WAREHOUSE-ID (WS-XB-PICK) TO
                           WS-JH-WAREHOUSE-ID
                       MOVE XB-TRANSFER-DATE (WS-XB-PICK) TO
                           WS-LAST-XFER-DATE
                       MOVE 'Y' TO WS-REMAP-AGAIN
                       ADD 1 TO WS-HOP-COUNT
                   END-IF
               END-PERFORM
           END-IF
           .

      ****************************************************************
      * ONE LINE PER JOURNAL ENTRY, THEN THE REGISTER NOTE (REJECT
      * REASON, HELD-UNTIL DATE, TRANSFER, SEPARATION) AND, FOR AN
      * APPLIED ENTRY, EACH FIELD THE TRANSACTION CHANGED.
      ****************************************************************
       453-INQ-WRITE-JOURNAL-ENTRY.

           IF WS-INQ-LINE-COUNT > 50
               PERFORM 459-INQ-HEADER-ROUTINE
           END-IF

           MOVE AJ-RUN-DATE TO WS-JH-DATE-X
           PERFORM 455-INQ-EDIT-HISTORY-DATE
           MOVE WS-JH-DATE-EDITED   TO INQ-HIST-RUN-DATE
           MOVE AJ-ACTION-CODE      TO INQ-HIST-ACTION
           MOVE AJ-STATUS           TO INQ-HIST-STATUS
           MOVE AJ-EFFECTIVE-DATE   TO WS-JH-DATE-X
           PERFORM 455-INQ-EDIT-HISTORY-DATE
           MOVE WS-JH-DATE-EDITED   TO INQ-HIST-EFF-DATE
           MOVE AJ-WAREHOUSE-ID     TO INQ-HIST-WAREHOUSE
           MOVE AJ-EMPLOYEE-ID      TO INQ-HIST-EMPLOYEE
           MOVE AJ-OPERATOR-ID      TO INQ-HIST-BATCH
           WRITE INQUIRY-REPORT FROM INQ-HISTORY-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-INQ-LINE-COUNT

           IF AJ-NOTE NOT = SPACES
               MOVE AJ-NOTE TO INQ-NOTE-OUT
               PERFORM 458-INQ-WRITE-NOTE-LINE
           END-IF

           IF AJ-STATUS = 'APPLIED'
               MOVE AJ-BEFORE-IMAGE TO JH-BEFORE-IMAGE
               MOVE AJ-AFTER-IMAGE  TO JH-AFTER-IMAGE
               EVALUATE TRUE
                   WHEN AJ-AFTER-IMAGE = SPACES
                       MOVE 'RECORD TERMINATED' TO INQ-NOTE-OUT
                       PERFORM 458-INQ-WRITE-NOTE-LINE
                   WHEN AJ-BEFORE-IMAGE = SPACES
                       MOVE 'NEW RECORD' TO INQ-NOTE-OUT
                       PERFORM 458-INQ-WRITE-NOTE-LINE
                       PERFORM 454-INQ-LIST-CHANGED-FIELDS
                   WHEN OTHER
                       PERFORM 454-INQ-LIST-CHANGED-FIELDS
               END-EVALUATE
           END-IF
           .

       454-INQ-LIST-CHANGED-FIELDS.

           IF JB-WAREHOUSE-ID NOT = JA-WAREHOUSE-ID
               MOVE 'WAREHOUSE' TO INQ-CHG-FIELD-OUT
               MOVE JB-WAREHOUSE-ID TO INQ-CHG-BEFORE-OUT
               MOVE JA-WAREHOUSE-ID TO INQ-CHG-AFTER-OUT
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF

           IF JB-EMPLOYEE-POSITION NOT = JA-EMPLOYEE-POSITION
               MOVE 'POSITION' TO INQ-CHG-FIELD-OUT
               MOVE JB-EMPLOYEE-POSITION TO INQ-CHG-BEFORE-OUT
               MOVE JA-EMPLOYEE-POSITION TO INQ-CHG-AFTER-OUT
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF

           IF JB-LAST-NAME NOT = JA-LAST-NAME
               MOVE 'LAST NAME' TO INQ-CHG-FIELD-OUT
               MOVE JB-LAST-NAME TO INQ-CHG-BEFORE-OUT
               MOVE JA-LAST-NAME TO INQ-CHG-AFTER-OUT
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF

           IF JB-FIRST-NAME NOT = JA-FIRST-NAME
               MOVE 'FIRST NAME' TO INQ-CHG-FIELD-OUT
               MOVE JB-FIRST-NAME TO INQ-CHG-BEFORE-OUT
               MOVE JA-FIRST-NAME TO INQ-CHG-AFTER-OUT
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF

           IF JB-HIRE-DATE NOT = JA-HIRE-DATE
               MOVE 'HIRE DATE' TO INQ-CHG-FIELD-OUT
               MOVE JB-HIRE-DATE TO WS-JH-DATE-X
               PERFORM 455-INQ-EDIT-HISTORY-DATE
               MOVE WS-JH-DATE-EDITED TO INQ-CHG-BEFORE-OUT
               MOVE JA-HIRE-DATE TO WS-JH-DATE-X
               PERFORM 455-INQ-EDIT-HISTORY-DATE
               MOVE WS-JH-DATE-EDITED TO INQ-CHG-AFTER-OUT
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF

           IF JB-STARTING-SALARY NOT = JA-STARTING-SALARY
               MOVE 'STARTING SALARY' TO INQ-CHG-FIELD-OUT
               MOVE SPACES TO INQ-CHG-BEFORE-OUT
                              INQ-CHG-AFTER-OUT
               IF JB-STARTING-SALARY NUMERIC
                   MOVE JBN-STARTING-SALARY TO WS-INQ-MONEY-OUT
                   MOVE WS-INQ-MONEY-OUT TO INQ-CHG-BEFORE-OUT
               END-IF
               IF JA-STARTING-SALARY NUMERIC
                   MOVE JAN-STARTING-SALARY TO WS-INQ-MONEY-OUT
                   MOVE WS-INQ-MONEY-OUT TO INQ-CHG-AFTER-OUT
               END-IF
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF

           IF JB-PAY-INCREASE-DATE NOT = JA-PAY-INCREASE-DATE
               MOVE 'LAST INCREASE' TO INQ-CHG-FIELD-OUT
               MOVE JB-PAY-INCREASE-DATE TO WS-JH-DATE-X
               PERFORM 455-INQ-EDIT-HISTORY-DATE
               MOVE WS-JH-DATE-EDITED TO INQ-CHG-BEFORE-OUT
               MOVE JA-PAY-INCREASE-DATE TO WS-JH-DATE-X
               PERFORM 455-INQ-EDIT-HISTORY-DATE
               MOVE WS-JH-DATE-EDITED TO INQ-CHG-AFTER-OUT
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF

           IF JB-CURRENT-SALARY NOT = JA-CURRENT-SALARY
               MOVE 'CURRENT SALARY' TO INQ-CHG-FIELD-OUT
               MOVE SPACES TO INQ-CHG-BEFORE-OUT
                              INQ-CHG-AFTER-OUT
               IF JB-CURRENT-SALARY NUMERIC
                   MOVE JBN-CURRENT-SALARY TO WS-INQ-MONEY-OUT
                   MOVE WS-INQ-MONEY-OUT TO INQ-CHG-BEFORE-OUT
               END-IF
               IF JA-CURRENT-SALARY NUMERIC
                   MOVE JAN-CURRENT-SALARY TO WS-INQ-MONEY-OUT
                   MOVE WS-INQ-MONEY-OUT TO INQ-CHG-AFTER-OUT
               END-IF
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF

           IF JB-UNION-DUES NOT = JA-UNION-DUES
               MOVE 'UNION DUES' TO INQ-CHG-FIELD-OUT
               MOVE SPACES TO INQ-CHG-BEFORE-OUT
                              INQ-CHG-AFTER-OUT
               IF JB-UNION-DUES NUMERIC
                   MOVE JBN-UNION-DUES TO WS-INQ-MONEY-OUT
                   MOVE WS-INQ-MONEY-OUT TO INQ-CHG-BEFORE-OUT
               END-IF
               IF JA-UNION-DUES NUMERIC
                   MOVE JAN-UNION-DUES TO WS-INQ-MONEY-OUT
                   MOVE WS-INQ-MONEY-OUT TO INQ-CHG-AFTER-OUT
               END-IF
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF

           IF JB-INSURANCE NOT = JA-INSURANCE
               MOVE 'INSURANCE' TO INQ-CHG-FIELD-OUT
               MOVE SPACES TO INQ-CHG-BEFORE-OUT
                              INQ-CHG-AFTER-OUT
               IF JB-INSURANCE NUMERIC
                   MOVE JBN-INSURANCE TO WS-INQ-MONEY-OUT
                   MOVE WS-INQ-MONEY-OUT TO INQ-CHG-BEFORE-OUT
               END-IF
               IF JA-INSURANCE NUMERIC
                   MOVE JAN-INSURANCE TO WS-INQ-MONEY-OUT
                   MOVE WS-INQ-MONEY-OUT TO INQ-CHG-AFTER-OUT
               END-IF
               PERFORM 457-INQ-WRITE-CHANGE-LINE
           END-IF
           .

       455-INQ-EDIT-HISTORY-DATE.

           IF WS-JH-DATE-X NUMERIC
               MOVE WS-JH-DATE-X (5:2) TO WS-INQ-DT-MONTH
               MOVE WS-JH-DATE-X (7:2) TO WS-INQ-DT-DAY
               MOVE WS-JH-DATE-X (1:4) TO WS-INQ-DT-YEAR
               MOVE WS-INQ-DATE-OUT TO WS-JH-DATE-EDITED
           ELSE
               MOVE WS-JH-DATE-X TO WS-JH-DATE-EDITED
           END-IF
           .

       457-INQ-WRITE-CHANGE-LINE.

           IF WS-INQ-LINE-COUNT > 54
               PERFORM 459-INQ-HEADER-ROUTINE
           END-IF
           WRITE INQUIRY-REPORT FROM INQ-CHANGE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-INQ-LINE-COUNT
           .

       458-INQ-WRITE-NOTE-LINE.

           IF WS-INQ-LINE-COUNT > 54
               PERFORM 459-INQ-HEADER-ROUTINE
           END-IF
           WRITE INQUIRY-REPORT FROM INQ-NOTE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-INQ-LINE-COUNT
           .

       459-INQ-HEADER-ROUTINE.

           ADD 1 TO INQ-PAGE-NUM
           WRITE INQUIRY-REPORT FROM INQ-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE INQUIRY-REPORT FROM INQ-HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE INQUIRY-REPORT FROM INQ-HISTORY-COLUMNS
               AFTER ADVANCING 2 LINES
           MOVE 5 TO WS-INQ-LINE-COUNT
           .

       480-INQ-WRITE-DETAIL-LINE.

           WRITE INQUIRY-REPORT FROM INQ-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-INQ-LINE-COUNT
           .

       490-INQ-EOF-ROUTINE.
           CLOSE INQUIRY-REPORT-FILE
           STOP RUN
           .
       
      ****************************************************************
      * EQTY MODE - PAY EQUITY REPORT.  FOR EVERY EMPLOYEE, THE
      * COMPA-RATIO (SALARY / BAND MIDPOINT) AND THE QUARTILE OF THE
      * POSITION BAND ON THE POSITION MASTER FILE, BEFORE AND AFTER
      * THE PROPOSED INCREASE.  THE PROPOSED SALARY IS WORKED OUT
      * EXACTLY AS THE MAIN RUN DOES IT: POSITION RATE, INCREASE
      * OVERRIDE, THEN BAND CAP.  EMPLOYEES STILL BELOW THE BAND
      * MINIMUM AFTER THE INCREASE, OR WITHIN THE TOLERANCE OF THE
      * BAND MAXIMUM (TOL=NN PERCENT, DEFAULT 05), ARE FLAGGED.
      * ENDS WITH A SUMMARY BY WAREHOUSE AND POSITION AND THE LIST
      * OF ADJUSTMENTS NEEDED TO BRING EVERYONE UP TO MINIMUM.  LIKE
      * SIM, NOTHING IS WRITTEN TO ANY PRODUCTION FILE.
      ****************************************************************
       500-EQUITY-CONTROL-MODULE.

           PERFORM 510-EQ-HOUSEKEEPING-ROUTINE
           PERFORM 530-EQ-MAIN-ROUTINE
           PERFORM 590-EQ-EOF-ROUTINE
           .

       510-EQ-HOUSEKEEPING-ROUTINE.

           IF WS-CMD-ARG-1 NOT = SPACES
               IF WS-CMD-ARG-1 (1:4) = 'TOL=' AND
                       WS-CMD-ARG-1 (5:2) NUMERIC AND
                       WS-CMD-ARG-1 (7:3) = SPACES
                   MOVE WS-CMD-ARG-1 (5:2) TO WS-EQ-TOLERANCE-PCT
               ELSE
                   DISPLAY 'SBNPROGRAM2 - UNRECOGNIZED PARAMETER '
                       WS-CMD-ARG-1 ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 18-PROVE-EMPLOYEE-MASTER

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-WAREHOUSE-ID
               ON ASCENDING KEY SW-EMPLOYEE-POSITION
               ON ASCENDING KEY SW-EMPLOYEE-ID
               USING EMPLOYEE-RECORD-FILE
               GIVING SORTED-EMPLOYEE-FILE

           OPEN INPUT  SORTED-EMPLOYEE-FILE
               OUTPUT EQUITY-REPORT-FILE

           ACCEPT DATE-FIELDS FROM DATE YYYYMMDD
           INITIALIZE EQ-POSITION-ACCUMULATORS
                      EQ-COMPANY-ACCUMULATORS

           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 25-LOAD-RATE-TABLE
           PERFORM 31-LOAD-POSITION-TABLE
           PERFORM 53-LOAD-OVERRIDE-TABLE
           PERFORM 515-EQ-HEADER-ROUTINE

           IF POSITION-TABLE-COUNT = 0
               MOVE 'NO POSITION MASTER FILE - NO SALARY BANDS ON HAND'
                   TO EQ-NOTICE-TEXT
               WRITE EQUITY-REPORT FROM EQ-NOTICE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       515-EQ-HEADER-ROUTINE.

           MOVE SPACES TO EQUITY-REPORT
           WRITE EQUITY-REPORT AFTER ADVANCING PAGE
           ADD 1 TO EQ-COUNTER
           MOVE EQ-COUNTER TO EQ-PAGE-NUM
           MOVE WS-MONTH TO EQ-H1-MONTH
           MOVE WS-DAY   TO EQ-H1-DAY
           MOVE WS-YEAR  TO EQ-H1-YEAR
           WRITE EQUITY-REPORT FROM EQ-HEADING-ONE
               AFTER ADVANCING 1 LINE
           WRITE EQUITY-REPORT FROM EQ-HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE WS-EQ-TOLERANCE-PCT TO EQ-TOLERANCE-OUT
           WRITE EQUITY-REPORT FROM EQ-TOLERANCE-LINE
               AFTER ADVANCING 1 LINE
           .

       530-EQ-MAIN-ROUTINE.

           PERFORM UNTIL NO-MORE-EQ-DATA
               READ SORTED-EMPLOYEE-FILE
                   AT END
                       MOVE 'N' TO EQ-EOF-FLAG
                   NOT AT END
                       IF NOT MASTER-CONTROL-RECORD
                           PERFORM 540-EQ-PROCESS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           .

       540-EQ-PROCESS-RECORD.

           IF EQ-FIRST-RECORD = 'YES'
               MOVE WAREHOUSE-ID TO EQ-HOLD-WAREHOUSE
               MOVE EMPLOYEE-POSITION TO EQ-HOLD-POSITION
               MOVE 'NO' TO EQ-FIRST-RECORD
               PERFORM 550-EQ-WAREHOUSE-HEADER
           ELSE
               IF WAREHOUSE-ID NOT = EQ-HOLD-WAREHOUSE
                   PERFORM 555-EQ-POSITION-BREAK
                   MOVE WAREHOUSE-ID TO EQ-HOLD-WAREHOUSE
                   MOVE EMPLOYEE-POSITION TO EQ-HOLD-POSITION
                   PERFORM 550-EQ-WAREHOUSE-HEADER
               ELSE
                   IF EMPLOYEE-POSITION NOT = EQ-HOLD-POSITION
                       PERFORM 555-EQ-POSITION-BREAK
                       MOVE EMPLOYEE-POSITION TO EQ-HOLD-POSITION
                   END-IF
               END-IF
           END-IF

           MOVE EMPLOYEE-POSITION TO WS-POSITION-LOOKUP
           PERFORM 90-WRITE-EMPLOYEE-POSITION
           MOVE EMPLOYEE-POSITION-OUT TO EQ-HOLD-POSITION-NAME
           MOVE EMPLOYEE-POSITION-OUT TO EQ-POSITION-OUT
           MOVE EMPLOYEE-ID TO EQ-EMPLOYEE-OUT

           PERFORM 27-LOOKUP-INCREASE-RATES
           MULTIPLY CURRENT-SALARY BY WS-EFFECTIVE-CURRENT-PCT
               GIVING WS-INCREASED-CURRENT
           ADD  CURRENT-SALARY TO WS-INCREASED-CURRENT
           PERFORM 55-LOOKUP-OVERRIDE
           IF INCREASE-OVERRIDE-FOUND
               PERFORM 56-APPLY-INCREASE-OVERRIDE
           END-IF
           PERFORM 49-APPLY-SALARY-BAND-CAP

           MOVE 'N' TO WS-EQ-BANDED-SW
           IF POSITION-FOUND AND WS-POSN-BAND-MAX > WS-POSN-BAND-MIN
               MOVE 'Y' TO WS-EQ-BANDED-SW
           END-IF

           MOVE SPACES TO EQ-FLAG-OUT
           IF EMPLOYEE-HAS-BAND
               PERFORM 545-EQ-MEASURE-EMPLOYEE
           ELSE
               ADD 1 TO WS-EQ-NO-BAND-COUNT
               MOVE 0 TO EQ-CR-BEFORE-OUT
               MOVE 0 TO EQ-CR-AFTER-OUT
               MOVE SPACES TO EQ-QTR-BEFORE-OUT
               MOVE SPACES TO EQ-QTR-AFTER-OUT
               MOVE 'NO BAND' TO EQ-FLAG-OUT
           END-IF

           MOVE CURRENT-SALARY TO EQ-CURRENT-OUT
           MOVE WS-INCREASED-CURRENT TO EQ-PROPOSED-OUT
           WRITE EQUITY-REPORT FROM EQ-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

      ****************************************************************
      * BAND MEASURES FOR ONE EMPLOYEE WHOSE POSITION HAS A BAND.
      * THE BELOW-MINIMUM AND NEAR-CAP FLAGS ARE TAKEN ON THE
      * PROPOSED SALARY: THE INCREASE ALREADY CLOSES PART OF ANY GAP,
      * SO THE ADJUSTMENT LISTED IS ONLY WHAT IS STILL NEEDED.
      ****************************************************************
       545-EQ-MEASURE-EMPLOYEE.

           COMPUTE WS-EQ-MIDPOINT ROUNDED =
               (WS-POSN-BAND-MIN + WS-POSN-BAND-MAX) / 2
           SUBTRACT WS-POSN-BAND-MIN FROM WS-POSN-BAND-MAX
               GIVING WS-EQ-RANGE

           MOVE CURRENT-SALARY TO WS-EQ-SALARY
           PERFORM 546-EQ-COMPUTE-QUARTILE
           MOVE WS-EQ-CR      TO WS-EQ-CR-BEFORE
           MOVE WS-EQ-QTR-SUB TO WS-EQ-QTR-BEFORE

           MOVE WS-INCREASED-CURRENT TO WS-EQ-SALARY
           PERFORM 546-EQ-COMPUTE-QUARTILE
           MOVE WS-EQ-CR      TO WS-EQ-CR-AFTER
           MOVE WS-EQ-QTR-SUB TO WS-EQ-QTR-AFTER

           ADD 1 TO WS-EQ-POS-COUNT
           ADD WS-EQ-CR-BEFORE TO WS-EQ-POS-CR-BEFORE-TL
           ADD WS-EQ-CR-AFTER  TO WS-EQ-POS-CR-AFTER-TL
           ADD 1 TO WS-EQ-POS-QTR-BEFORE (WS-EQ-QTR-BEFORE)
           ADD 1 TO WS-EQ-POS-QTR-AFTER (WS-EQ-QTR-AFTER)

           MOVE WS-EQ-CR-BEFORE TO EQ-CR-BEFORE-OUT
           MOVE WS-EQ-CR-AFTER  TO EQ-CR-AFTER-OUT
           MOVE EQ-QUARTILE-CODE (WS-EQ-QTR-BEFORE) TO
               EQ-QTR-BEFORE-OUT
           MOVE EQ-QUARTILE-CODE (WS-EQ-QTR-AFTER) TO
               EQ-QTR-AFTER-OUT

           COMPUTE WS-EQ-CAP-THRESHOLD ROUNDED = WS-POSN-BAND-MAX -
               (WS-POSN-BAND-MAX * WS-EQ-TOLERANCE-PCT / 100)

           IF WS-INCREASED-CURRENT < WS-POSN-BAND-MIN
               MOVE 'BELOW MIN' TO EQ-FLAG-OUT
               SUBTRACT WS-INCREASED-CURRENT FROM WS-POSN-BAND-MIN
                   GIVING WS-EQ-ADJUSTMENT
               ADD 1 TO WS-EQ-BELOW-MIN-COUNT
               ADD WS-EQ-ADJUSTMENT TO WS-EQ-ADJUST-TL
               PERFORM 565-EQ-STORE-BELOW-MIN
           ELSE
               IF WS-INCREASED-CURRENT NOT < WS-EQ-CAP-THRESHOLD
                   MOVE 'NEAR CAP' TO EQ-FLAG-OUT
                   ADD 1 TO WS-EQ-NEAR-CAP-COUNT
               END-IF
           END-IF
           .

      ****************************************************************
      * COMPA-RATIO AND QUARTILE SLOT FOR THE SALARY IN WS-EQ-SALARY.
      * THE BAND IS CUT INTO FOUR EQUAL QUARTERS FROM MINIMUM TO
      * MAXIMUM; A SALARY EXACTLY ON A QUARTER LINE GOES TO THE
      * HIGHER QUARTILE.
      ****************************************************************
       546-EQ-COMPUTE-QUARTILE.

           COMPUTE WS-EQ-CR ROUNDED = WS-EQ-SALARY / WS-EQ-MIDPOINT

           EVALUATE TRUE
               WHEN WS-EQ-SALARY < WS-POSN-BAND-MIN
                   MOVE 1 TO WS-EQ-QTR-SUB
               WHEN WS-EQ-SALARY > WS-POSN-BAND-MAX
                   MOVE 6 TO WS-EQ-QTR-SUB
               WHEN OTHER
                   COMPUTE WS-EQ-BAND-POSITION =
                       (WS-EQ-SALARY - WS-POSN-BAND-MIN) / WS-EQ-RANGE
                   EVALUATE TRUE
                       WHEN WS-EQ-BAND-POSITION < 0.25
                           MOVE 2 TO WS-EQ-QTR-SUB
                       WHEN WS-EQ-BAND-POSITION < 0.50
                           MOVE 3 TO WS-EQ-QTR-SUB
                       WHEN WS-EQ-BAND-POSITION < 0.75
                           MOVE 4 TO WS-EQ-QTR-SUB
                       WHEN OTHER
                           MOVE 5 TO WS-EQ-QTR-SUB
                   END-EVALUATE
           END-EVALUATE
           .

       550-EQ-WAREHOUSE-HEADER.

           PERFORM 80-WRITE-A-WAREHOUSE
           MOVE WS-WAREHOUSE TO EQ-WAREHOUSE-NAME
           WRITE EQUITY-REPORT FROM EQ-HEADING-WAREHOUSE
               AFTER ADVANCING 2 LINES
           WRITE EQUITY-REPORT FROM EQ-HEADING-THREE
               AFTER ADVANCING 2 LINES
           WRITE EQUITY-REPORT FROM EQ-HEADING-FOUR
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO EQUITY-REPORT
           WRITE EQUITY-REPORT AFTER ADVANCING 1 LINE
           .

      ****************************************************************
      * SAVES THE FINISHED WAREHOUSE/POSITION GROUP FOR THE SUMMARY
      * PAGE AND ROLLS IT INTO THE COMPANY FIGURES.  EMPLOYEES WITH
      * NO BAND ARE NOT IN THE COUNTS OR AVERAGES.
      ****************************************************************
       555-EQ-POSITION-BREAK.

           IF WS-EQ-POS-COUNT > 0
               IF EQ-SUMMARY-TABLE-COUNT < 200
                   ADD 1 TO EQ-SUMMARY-TABLE-COUNT
                   SET EQS-IDX TO EQ-SUMMARY-TABLE-COUNT
                   MOVE EQ-HOLD-WAREHOUSE TO EQS-WAREHOUSE-ID (EQS-IDX)
                   MOVE EQ-HOLD-POSITION-NAME TO
                       EQS-POSITION-NAME (EQS-IDX)
                   MOVE WS-EQ-POS-COUNT TO EQS-EMPLOYEE-COUNT (EQS-IDX)
                   COMPUTE EQS-CR-BEFORE-AVG (EQS-IDX) ROUNDED =
                       WS-EQ-POS-CR-BEFORE-TL / WS-EQ-POS-COUNT
                   COMPUTE EQS-CR-AFTER-AVG (EQS-IDX) ROUNDED =
                       WS-EQ-POS-CR-AFTER-TL / WS-EQ-POS-COUNT
                   PERFORM VARYING WS-EQ-SUB FROM 1 BY 1
                           UNTIL WS-EQ-SUB > 6
                       MOVE WS-EQ-POS-QTR-BEFORE (WS-EQ-SUB) TO
                           EQS-QTR-BEFORE (EQS-IDX, WS-EQ-SUB)
                       MOVE WS-EQ-POS-QTR-AFTER (WS-EQ-SUB) TO
                           EQS-QTR-AFTER (EQS-IDX, WS-EQ-SUB)
                   END-PERFORM
               ELSE
                   DISPLAY 'SBNPROGRAM2 - EQUITY SUMMARY TABLE FULL, '
                       'ENTRY IGNORED: ' EQ-HOLD-WAREHOUSE
                       EQ-HOLD-POSITION
               END-IF
           END-IF

           ADD WS-EQ-POS-COUNT        TO WS-EQ-CO-COUNT
           ADD WS-EQ-POS-CR-BEFORE-TL TO WS-EQ-CO-CR-BEFORE-TL
           ADD WS-EQ-POS-CR-AFTER-TL  TO WS-EQ-CO-CR-AFTER-TL
           PERFORM VARYING WS-EQ-SUB FROM 1 BY 1
                   UNTIL WS-EQ-SUB > 6
               ADD WS-EQ-POS-QTR-BEFORE (WS-EQ-SUB) TO
                   WS-EQ-CO-QTR-BEFORE (WS-EQ-SUB)
               ADD WS-EQ-POS-QTR-AFTER (WS-EQ-SUB) TO
                   WS-EQ-CO-QTR-AFTER (WS-EQ-SUB)
           END-PERFORM
           INITIALIZE EQ-POSITION-ACCUMULATORS
           .

       565-EQ-STORE-BELOW-MIN.

           IF EQ-BELOW-TABLE-COUNT < 200
               ADD 1 TO EQ-BELOW-TABLE-COUNT
               SET EQB-IDX TO EQ-BELOW-TABLE-COUNT
               MOVE WAREHOUSE-ID   TO EQB-WAREHOUSE-ID (EQB-IDX)
               MOVE EMPLOYEE-ID    TO EQB-EMPLOYEE-ID (EQB-IDX)
               MOVE LAST-NAME      TO EQB-LAST-NAME (EQB-IDX)
               MOVE EQ-HOLD-POSITION-NAME TO
                   EQB-POSITION-NAME (EQB-IDX)
               MOVE WS-INCREASED-CURRENT TO
                   EQB-PROPOSED-SALARY (EQB-IDX)
               MOVE WS-POSN-BAND-MIN TO EQB-BAND-MINIMUM (EQB-IDX)
               MOVE WS-EQ-ADJUSTMENT TO EQB-ADJUSTMENT (EQB-IDX)
           ELSE
               DISPLAY 'SBNPROGRAM2 - BELOW-MINIMUM LIST FULL, '
                   'ENTRY NOT LISTED: ' WAREHOUSE-ID EMPLOYEE-ID
           END-IF
           .

       570-EQ-WRITE-SUMMARY.

           PERFORM 515-EQ-HEADER-ROUTINE
           MOVE 'SUMMARY BY WAREHOUSE AND POSITION' TO EQ-SECTION-TEXT
           WRITE EQUITY-REPORT FROM EQ-SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE EQUITY-REPORT FROM EQ-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES

           PERFORM VARYING EQS-IDX FROM 1 BY 1
                   UNTIL EQS-IDX > EQ-SUMMARY-TABLE-COUNT
               PERFORM 575-EQ-WRITE-SUMMARY-ROW
           END-PERFORM

           MOVE 'ALL'     TO EQS-WAREHOUSE-OUT
           MOVE 'COMPANY' TO EQS-POSITION-OUT
           MOVE 'BEFORE'  TO EQS-LABEL-OUT
           MOVE WS-EQ-CO-COUNT TO EQS-COUNT-OUT
           MOVE 0 TO WS-EQ-CR
           IF WS-EQ-CO-COUNT > 0
               COMPUTE WS-EQ-CR ROUNDED =
                   WS-EQ-CO-CR-BEFORE-TL / WS-EQ-CO-COUNT
           END-IF
           MOVE WS-EQ-CR TO EQS-AVG-CR-OUT
           MOVE SPACES TO EQS-QTR-GROUP
           PERFORM VARYING WS-EQ-SUB FROM 1 BY 1
                   UNTIL WS-EQ-SUB > 6
               MOVE WS-EQ-CO-QTR-BEFORE (WS-EQ-SUB) TO
                   EQS-QTR-OUT (WS-EQ-SUB)
           END-PERFORM
           WRITE EQUITY-REPORT FROM EQ-SUMMARY-LINE
               AFTER ADVANCING 3 LINES

           MOVE SPACES    TO EQS-WAREHOUSE-OUT
           MOVE SPACES    TO EQS-POSITION-OUT
           MOVE 'AFTER'   TO EQS-LABEL-OUT
           MOVE 0 TO WS-EQ-CR
           IF WS-EQ-CO-COUNT > 0
               COMPUTE WS-EQ-CR ROUNDED =
                   WS-EQ-CO-CR-AFTER-TL / WS-EQ-CO-COUNT
           END-IF
           MOVE WS-EQ-CR TO EQS-AVG-CR-OUT
           PERFORM VARYING WS-EQ-SUB FROM 1 BY 1
                   UNTIL WS-EQ-SUB > 6
               MOVE WS-EQ-CO-QTR-AFTER (WS-EQ-SUB) TO
                   EQS-QTR-OUT (WS-EQ-SUB)
           END-PERFORM
           WRITE EQUITY-REPORT FROM EQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           .

       575-EQ-WRITE-SUMMARY-ROW.

           MOVE EQS-WAREHOUSE-ID (EQS-IDX)  TO EQS-WAREHOUSE-OUT
           MOVE EQS-POSITION-NAME (EQS-IDX) TO EQS-POSITION-OUT
           MOVE 'BEFORE' TO EQS-LABEL-OUT
           MOVE EQS-EMPLOYEE-COUNT (EQS-IDX) TO EQS-COUNT-OUT
           MOVE EQS-CR-BEFORE-AVG (EQS-IDX)  TO EQS-AVG-CR-OUT
           MOVE SPACES TO EQS-QTR-GROUP
           PERFORM VARYING WS-EQ-SUB FROM 1 BY 1
                   UNTIL WS-EQ-SUB > 6
               MOVE EQS-QTR-BEFORE (EQS-IDX, WS-EQ-SUB) TO
                   EQS-QTR-OUT (WS-EQ-SUB)
           END-PERFORM
           WRITE EQUITY-REPORT FROM EQ-SUMMARY-LINE
               AFTER ADVANCING 2 LINES

           MOVE SPACES  TO EQS-WAREHOUSE-OUT
           MOVE SPACES  TO EQS-POSITION-OUT
           MOVE 'AFTER' TO EQS-LABEL-OUT
           MOVE EQS-CR-AFTER-AVG (EQS-IDX) TO EQS-AVG-CR-OUT
           PERFORM VARYING WS-EQ-SUB FROM 1 BY 1
                   UNTIL WS-EQ-SUB > 6
               MOVE EQS-QTR-AFTER (EQS-IDX, WS-EQ-SUB) TO
                   EQS-QTR-OUT (WS-EQ-SUB)
           END-PERFORM
           WRITE EQUITY-REPORT FROM EQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           .

       580-EQ-WRITE-BELOW-MIN-LIST.

           PERFORM 515-EQ-HEADER-ROUTINE
           MOVE 'EMPLOYEES BELOW BAND MINIMUM AFTER PROPOSED INCREASE'
               TO EQ-SECTION-TEXT
           WRITE EQUITY-REPORT FROM EQ-SECTION-HEADING
               AFTER ADVANCING 2 LINES

           IF WS-EQ-BELOW-MIN-COUNT = 0
               MOVE 'NO EMPLOYEE IS BELOW THE MINIMUM OF THE BAND'
                   TO EQ-NOTICE-TEXT
               WRITE EQUITY-REPORT FROM EQ-NOTICE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE EQUITY-REPORT FROM EQ-BELOW-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING EQB-IDX FROM 1 BY 1
                       UNTIL EQB-IDX > EQ-BELOW-TABLE-COUNT
                   PERFORM 585-EQ-WRITE-BELOW-MIN-LINE
               END-PERFORM
               IF WS-EQ-BELOW-MIN-COUNT > EQ-BELOW-TABLE-COUNT
                   MOVE 'LIST FULL AT 200 - TOTAL BELOW COVERS EVERYONE'
                       TO EQ-NOTICE-TEXT
                   WRITE EQUITY-REPORT FROM EQ-NOTICE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF

           MOVE WS-EQ-BELOW-MIN-COUNT TO EQB-TL-COUNT-OUT
           MOVE WS-EQ-ADJUST-TL       TO EQB-TL-AMOUNT-OUT
           WRITE EQUITY-REPORT FROM EQ-BELOW-TOTAL-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'EMPLOYEES WITHIN TOLERANCE OF BAND MAX:' TO
               EQ-COUNT-LABEL-OUT
           MOVE WS-EQ-NEAR-CAP-COUNT TO EQ-COUNT-OUT
           WRITE EQUITY-REPORT FROM EQ-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'EMPLOYEES WITH NO SALARY BAND:' TO EQ-COUNT-LABEL-OUT
           MOVE WS-EQ-NO-BAND-COUNT TO EQ-COUNT-OUT
           WRITE EQUITY-REPORT FROM EQ-COUNT-LINE
               AFTER ADVANCING 1 LINE
           .

       585-EQ-WRITE-BELOW-MIN-LINE.

           MOVE EQB-WAREHOUSE-ID (EQB-IDX)    TO EQB-WAREHOUSE-OUT
           MOVE EQB-EMPLOYEE-ID (EQB-IDX)     TO EQB-EMPLOYEE-OUT
           MOVE EQB-LAST-NAME (EQB-IDX)       TO EQB-LAST-NAME-OUT
           MOVE EQB-POSITION-NAME (EQB-IDX)   TO EQB-POSITION-OUT
           MOVE EQB-PROPOSED-SALARY (EQB-IDX) TO EQB-PROPOSED-OUT
           MOVE EQB-BAND-MINIMUM (EQB-IDX)    TO EQB-MINIMUM-OUT
           MOVE EQB-ADJUSTMENT (EQB-IDX)      TO EQB-ADJUSTMENT-OUT
           WRITE EQUITY-REPORT FROM EQ-BELOW-LINE
               AFTER ADVANCING 1 LINE
           .

       590-EQ-EOF-ROUTINE.

           IF EQ-FIRST-RECORD = 'NO'
               PERFORM 555-EQ-POSITION-BREAK
           END-IF

           PERFORM 570-EQ-WRITE-SUMMARY
           PERFORM 580-EQ-WRITE-BELOW-MIN-LIST

           CLOSE SORTED-EMPLOYEE-FILE
                 EQUITY-REPORT-FILE
           STOP RUN
           .
