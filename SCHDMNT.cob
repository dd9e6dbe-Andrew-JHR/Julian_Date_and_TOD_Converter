//ANDREWJA JOB  CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID
//*
//COB    EXEC PGM=IGYCRCTL,REGION=1024K,
//       PARM='OBJECT,LIB,APOST,RES' ,LIST,DYNAM,MAP,XREF(FULL)'
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSUT1   DD UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT2   DD UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT3   DD UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT4   DD UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT5   DD UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT6   DD UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT7   DD UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSLIN   DD DSN=&OBJ,DISP=(,PASS),
//            UNIT=SYSDA,SPACE=(CYL,(1,1)),
//            DCB=(BLKSIZE=3120,LRECL=80,RECFM=FBS,BUFNO=1)
//SYSPRINT DD SYSOUT=*
//SYSUDUMP DD SYSOUT=*
//SYSIN    DD    *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     SCHDMNT.
      *----------------------------------------------------------------*
      *                                                                *
      *    SCHEDULE MAINTENANCE - APPLIES ADD/CHANGE/DELETE           *
      *    TRANSACTIONS FROM SCHTRAN AGAINST THE SCHEDULE CARD DECK   *
      *    ('S' CARDS KEYED ON JOB TAG PLUS EXPECTED TIME, 'H' CARDS  *
      *    KEYED ON HOLIDAY DATE), WRITES THE UPDATED DECK TO SCHOUT, *
      *    AND RUNS A VALIDATION PASS THAT REPORTS:                   *
      *        - 'S' CARD TAGS NOT ON JOBTAB                          *
      *        - NON-NUMERIC EXPECTED TIMES OR TOLERANCES             *
      *        - DAY FLAGS THAT ARE ALL 'N' (THE CARD NEVER FIRES)    *
      *        - TWO 'S' CARDS FOR ONE TAG WHOSE TOLERANCE WINDOWS    *
      *          OVERLAP ON A COMMON DAY (ONE EVENT SATISFIES BOTH)   *
      *        - HOLIDAYS IN THE PAST                                 *
      *        - CARDS BEYOND THE TEST1G TABLE LIMITS (100 'S' CARDS, *
      *          50 HOLIDAYS) - TEST1G IGNORES THEM                   *
      *    A CLEAN RUN ENDS WITH RETURN-CODE 0 SO THE NIGHTLY TEST1G  *
      *    BATCH CAN BE GATED ON IT.                                  *
      *                                                                *
      *    E N V I R O N M E N T    D I V I S I O N                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SOURCE-COMPUTER.                IBM-4381.
       OBJECT-COMPUTER.                IBM-4381.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT LPFILE   ASSIGN  TO                  LP2.
           SELECT SCHTRAN  ASSIGN  TO                  SCHTRAN
                   FILE STATUS IS  SCHTRAN-STATUS.
           SELECT SCHFILE  ASSIGN  TO                  SCHEDULE
                   FILE STATUS IS  SCHFILE-STATUS.
           SELECT SCHOUT   ASSIGN  TO                  SCHOUT
                   FILE STATUS IS  SCHOUT-STATUS.
           SELECT JOBTAB   ASSIGN  TO                  JOBTAB
                   ORGANIZATION    IS   INDEXED
                   ACCESS MODE     IS   DYNAMIC
                   RECORD KEY      IS   JT-JOB-TAG
                   FILE STATUS IS  JOBTAB-STATUS.
           SELECT STEPLOG  ASSIGN  TO                  STEPLOG
                   FILE STATUS IS  STEPLOG-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  LPFILE
           LABEL     RECORD  IS OMITTED.
       01  LP2                         PIC X(132).
      *    TRANSACTION - COLUMN 1 IS THE FUNCTION, COLUMNS 2-25 ARE
      *    THE SCHEDULE CARD IMAGE AS IT IS TO STAND ON THE DECK.
       FD  SCHTRAN
           LABEL     RECORD  IS OMITTED.
       01  SCHTRAN-REC.
           05  SN-FUNC                 PIC X(01).
               88  SN-ADD                        VALUE 'A'.
               88  SN-CHANGE                     VALUE 'C'.
               88  SN-DELETE                     VALUE 'D'.
           05  SN-CARD.
               10  SN-REC-TYPE         PIC X(01).
                   88  SN-SCHED-CARD             VALUE 'S'.
                   88  SN-HOLIDAY-CARD           VALUE 'H'.
               10  SN-JOB-TAG          PIC X(08).
               10  SN-HOLIDAY  REDEFINES SN-JOB-TAG
                                       PIC X(08).
               10  SN-TIME-HHMM        PIC X(04).
               10  SN-TOL-MINS         PIC X(04).
               10  SN-DAY-FLAGS.
                   15  SN-DAY-FLAG     PIC X(01) OCCURS 7.
           05  FILLER                  PIC X(55).
      *    RECORD LAYOUT AS READ BY TEST1G - KEEP IN STEP WITH THE
      *    SCHFILE FD THERE.
       FD  SCHFILE
           LABEL     RECORD  IS OMITTED.
       01  SCHFILE-REC.
           05  SF-REC-TYPE             PIC X(01).
               88  SF-SCHED-CARD                 VALUE 'S'.
               88  SF-HOLIDAY-CARD               VALUE 'H'.
           05  SF-JOB-TAG              PIC X(08).
           05  SF-HOLIDAY  REDEFINES SF-JOB-TAG
                                       PIC X(08).
           05  SF-TIME-HHMM            PIC X(04).
           05  SF-TOL-MINS             PIC X(04).
           05  SF-DAY-FLAGS.
               10  SF-DAY-FLAG         PIC X(01) OCCURS 7.
           05  FILLER                  PIC X(56).
       FD  SCHOUT
           LABEL     RECORD  IS OMITTED.
       01  SCHOUT-REC                  PIC X(80).
       FD  JOBTAB.
       01  JOBTAB-REC.
           05  JT-JOB-TAG              PIC X(08).
           05  JT-JOB-NAME             PIC X(20).
           05  JT-ZONE-CODE            PIC X(04).
           05  JT-COST-CENTER          PIC X(08).
           05  FILLER                  PIC X(40).
      *    SHARED STEP-STATUS LOG - EVERY PROGRAM IN THE SUITE APPENDS
      *    ONE RECORD PER RUN: PROGRAM, RUN STAMP, RETURN CODE AND UP
      *    TO SIX LABELLED COUNTS (UNUSED LABELS BLANK).  READ BY
      *    STEPRPT - KEEP THE LAYOUT THE SAME IN EVERY PROGRAM.
       FD  STEPLOG
           LABEL     RECORD  IS OMITTED.
       01  STEPLOG-REC.
           05  SL-PROGRAM              PIC X(08).
           05  SL-RUN-DATE             PIC X(08).
           05  SL-RUN-TIME             PIC X(08).
           05  SL-RETURN-CODE          PIC 9(04).
           05  SL-COUNT-SLOT OCCURS 6.
               10  SL-COUNT-LABEL      PIC X(08).
               10  SL-COUNT-VALUE      PIC 9(09).
           05  FILLER                  PIC X(10).
      *
      *----------------------------------------------------------------*
      *                                                                *
      *    W O R K I N G - S T O R A G E   S E C T I O N               *
      *                                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE                SECTION.
       77  TRAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  TRAN-EOF                          VALUE 'Y'.
       77  SCHED-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  SCHED-EOF                         VALUE 'Y'.
       77  SCHTRAN-STATUS              PIC X(02) VALUE SPACES.
       77  SCHFILE-STATUS              PIC X(02) VALUE SPACES.
       77  SCHOUT-STATUS               PIC X(02) VALUE SPACES.
       77  JOBTAB-STATUS               PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  TRANS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  APPLIED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  REJECTED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  VALID-ERROR-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  PAST-HOLIDAY-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  CARDS-WRITTEN-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  SCHED-CARD-SEQ              PIC 9(04) COMP VALUE ZERO.
       77  HOLIDAY-SEQ                 PIC 9(04) COMP VALUE ZERO.
       77  CARD-IDX                    PIC 9(04) COMP VALUE ZERO.
       77  CARD-JDX                    PIC 9(04) COMP VALUE ZERO.
       77  CARD-HIT                    PIC 9(04) COMP VALUE ZERO.
       77  COMMENT-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  DAY-IDX                     PIC 9(04) COMP VALUE ZERO.
       77  SORT-SWAP-SWITCH            PIC X(01) VALUE 'N'.
           88  SORT-SWAPPED                      VALUE 'Y'.
       77  TRAN-VALID-SWITCH           PIC X(01) VALUE 'Y'.
           88  TRAN-VALID                        VALUE 'Y'.
       77  JOBTAB-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88  JOBTAB-OPEN                       VALUE 'Y'.
       77  OVERLAP-STOP-SWITCH         PIC X(01) VALUE 'N'.
           88  OVERLAP-STOP                      VALUE 'Y'.
       77  COMMON-DAY-SWITCH           PIC X(01) VALUE 'N'.
           88  COMMON-DAY                        VALUE 'Y'.
       77  DAY-ACTIVE-SWITCH           PIC X(01) VALUE 'N'.
           88  DAY-ACTIVE                        VALUE 'Y'.
       77  DATE-VALID-SWITCH           PIC X(01) VALUE 'Y'.
           88  DATE-VALID                        VALUE 'Y'.
       01  COUNT-ED                    PIC ZZZZZZ9.
       01  LIST-TITLE                  PIC X(40) VALUE SPACES.
       01  RUN-DATE                    PIC 9(08).
       01  RUN-TIME                    PIC 9(08).
       01  TODAY-DATE                  PIC X(08) VALUE SPACES.
      *    TEST1G TABLE LIMITS - SCHED-CARD-MAX AND HOLIDAY-MAX THERE.
       77  TEST1G-SCHED-MAX            PIC 9(04) COMP VALUE 0100.
       77  TEST1G-HOLIDAY-MAX          PIC 9(04) COMP VALUE 0050.
      *    SORT KEY - CARD TYPE, THEN TAG OR HOLIDAY DATE, THEN THE
      *    EXPECTED TIME, SO ONE TAG'S CARDS LIE TOGETHER IN TIME
      *    ORDER FOR THE OVERLAP CHECK.
       01  SORT-KEY-I                  PIC X(13) VALUE SPACES.
       01  SORT-KEY-J                  PIC X(13) VALUE SPACES.
      *    EXPECTED-TIME AND TOLERANCE ARITHMETIC, THE SAME WAY
      *    2810-MARK-ONE-S IN TEST1G COMPARES AN EVENT TO A CARD - SAME
      *    LOCAL DAY, NO WRAP PAST MIDNIGHT, NO TOLERANCE MEANING 60.
       01  TIME-NUM-WORK.
           05  TN-HH                   PIC 9(02).
           05  TN-MM                   PIC 9(02).
       77  TOL-NUM-WORK                PIC 9(04) VALUE ZERO.
       77  CARD-MINS-I                 PIC S9(05) COMP VALUE ZERO.
       77  CARD-MINS-J                 PIC S9(05) COMP VALUE ZERO.
       77  CARD-TOL-I                  PIC S9(05) COMP VALUE ZERO.
       77  CARD-TOL-J                  PIC S9(05) COMP VALUE ZERO.
       77  CARD-GAP-MINS               PIC S9(05) COMP VALUE ZERO.
       77  TIME-WORK-MINS              PIC S9(05) COMP VALUE ZERO.
       77  TOL-WORK-MINS               PIC S9(05) COMP VALUE ZERO.
      *    HOLIDAY DATE EDIT - DAYS IN MONTH WITH THE SAME LEAP RULES
      *    AS THE TEST1G DAY-ROLLOVER CARRY.
       01  CHECK-DATE.
           05  CD-YYYY                 PIC 9(04).
           05  CD-MM                   PIC 9(02).
           05  CD-DD                   PIC 9(02).
       01  CHECK-DATE-X REDEFINES CHECK-DATE
                                       PIC X(08).
       77  CD-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
       77  CD-LEAP-QUOTIENT            PIC 9(07) COMP VALUE ZERO.
       77  CD-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
       01  SCHED-CARD-SAVE.
           05  SAVE-REC-TYPE           PIC X(01).
           05  SAVE-CARD-KEY           PIC X(08).
           05  SAVE-TIME-HHMM          PIC X(04).
           05  SAVE-TOL-MINS           PIC X(04).
           05  SAVE-DAY-FLAGS          PIC X(07).
      *    THE WHOLE DECK, 'S' AND 'H' CARDS TOGETHER.  ROOM FOR MORE
      *    THAN TEST1G WILL TAKE, SO AN OVERFULL DECK IS REPORTED
      *    RATHER THAN TRUNCATED HERE.
       01  SCHED-CARD-TABLE.
           05  SCHED-CARD-MAX          PIC 9(04) COMP VALUE 0300.
           05  SCHED-CARD-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  SCHED-CARD-ENTRY OCCURS 300.
               10  SCT-REC-TYPE        PIC X(01).
               10  SCT-CARD-KEY        PIC X(08).
               10  SCT-TIME-HHMM       PIC X(04).
               10  SCT-TOL-MINS        PIC X(04).
               10  SCT-DAY-FLAGS.
                   15  SCT-DAY-FLAG    PIC X(01) OCCURS 7.
      *    COMMENT CARDS ARE CARRIED TO THE HEAD OF THE NEW DECK IN
      *    THEIR ORIGINAL ORDER.
       01  COMMENT-TABLE.
           05  COMMENT-MAX             PIC 9(04) COMP VALUE 0050.
           05  COMMENT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  COMMENT-CARD            PIC X(80) OCCURS 50.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E   D I V I S I O N                         *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       0000-MAINLINE-S.
           PERFORM 1000-INIT-S          THRU  1000-EXIT.
           IF      NOT TRAN-EOF
                   MOVE 'SCHEDULE CONTENTS BEFORE MAINTENANCE'
                                        TO    LIST-TITLE
                   PERFORM 3000-LIST-TABLE-S THRU  3000-EXIT
                   PERFORM 2000-PROCESS-S    THRU  2000-EXIT
                           UNTIL TRAN-EOF
                   PERFORM 5050-SORT-TABLE-S THRU  5050-EXIT
                   MOVE 'SCHEDULE CONTENTS AFTER MAINTENANCE'
                                        TO    LIST-TITLE
                   PERFORM 3000-LIST-TABLE-S THRU  3000-EXIT
                   PERFORM 4000-WRITE-DECK-S THRU  4000-EXIT.
           PERFORM 5000-VALIDATE-S      THRU  5000-EXIT.
           PERFORM 9999-TERMINATE-S     THRU  9999-EXIT.
           STOP    RUN.
      *
       1000-INIT-S.
           OPEN    OUTPUT                   LPFILE.
           ACCEPT   RUN-DATE    FROM DATE YYYYMMDD.
           ACCEPT   RUN-TIME    FROM TIME.
           MOVE    RUN-DATE       TO        TODAY-DATE.
           MOVE    SPACES         TO        LP2.
           STRING  'SCHDMNT - SCHEDULE MAINTENANCE RUN'
                   '  DATE: ' RUN-DATE
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER PAGE.
           PERFORM 1100-LOAD-DECK-S   THRU  1100-EXIT.
           OPEN    INPUT              SCHTRAN.
      *    NO TRANSACTION DECK IS A VALID RUN - THE VALIDATION PASS
      *    STILL CHECKS THE DECK AS IT STANDS.
           IF      SCHTRAN-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   MOVE    'NO SCHTRAN DECK - VALIDATION PASS ONLY'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        TRAN-EOF-SWITCH.
      *
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-DECK-S.
           OPEN    INPUT              SCHFILE.
           IF      SCHFILE-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'SCHEDULE NOT AVAILABLE - FILE STATUS: '
                           SCHFILE-STATUS
                           '  STARTING FROM AN EMPTY DECK'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   1100-EXIT.
           PERFORM 1150-READ-CARD-S   THRU  1150-EXIT
                   UNTIL SCHED-EOF.
           CLOSE   SCHFILE.
      *
       1100-EXIT.
           EXIT.
      *
      *    EVERY 'S' AND 'H' CARD IS TAKEN AS IT STANDS, GOOD OR BAD,
      *    SO THE VALIDATION PASS CAN REPORT WHAT TEST1G WOULD SKIP.
      *    ONLY A CARD OF NO KNOWN TYPE IS DROPPED FROM THE DECK.
       1150-READ-CARD-S.
           READ    SCHFILE
                   AT END
                   MOVE    'Y'        TO        SCHED-EOF-SWITCH
                   GO TO   1150-EXIT.
           IF      SCHFILE-STATUS     NOT =     '00'
                   MOVE    'Y'        TO        SCHED-EOF-SWITCH
                   GO TO   1150-EXIT.
           IF      SCHFILE-REC        =         SPACES
                   GO TO   1150-EXIT.
           IF      SCHFILE-REC(1:1)   =         '*'
                   PERFORM 1160-SAVE-COMMENT-S  THRU  1160-EXIT
                   GO TO   1150-EXIT.
           IF      NOT SF-SCHED-CARD
               AND NOT SF-HOLIDAY-CARD
                   MOVE    SPACES     TO        LP2
                   STRING  'INVALID CARD TYPE - DROPPED FROM DECK: '
                           SCHFILE-REC(1:40)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        VALID-ERROR-COUNT
                   GO TO   1150-EXIT.
           IF      SCHED-CARD-COUNT   NOT <     SCHED-CARD-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'SCHEDULE TABLE FULL - REMAINING CARDS '
                           'IGNORED - FIRST DROPPED: '
                           SCHFILE-REC(1:25)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    'Y'        TO        SCHED-EOF-SWITCH
                   GO TO   1150-EXIT.
           ADD     1                  TO        SCHED-CARD-COUNT.
           MOVE    SCHED-CARD-COUNT   TO        CARD-IDX.
           MOVE    SF-REC-TYPE        TO  SCT-REC-TYPE (CARD-IDX).
           MOVE    SF-JOB-TAG         TO  SCT-CARD-KEY (CARD-IDX).
           MOVE    SF-TIME-HHMM       TO  SCT-TIME-HHMM(CARD-IDX).
           MOVE    SF-TOL-MINS        TO  SCT-TOL-MINS (CARD-IDX).
           MOVE    SF-DAY-FLAGS       TO  SCT-DAY-FLAGS(CARD-IDX).
           IF      SF-HOLIDAY-CARD
                   MOVE    SPACES     TO  SCT-TIME-HHMM(CARD-IDX)
                   MOVE    SPACES     TO  SCT-TOL-MINS (CARD-IDX)
                   MOVE    SPACES     TO  SCT-DAY-FLAGS(CARD-IDX).
      *
       1150-EXIT.
           EXIT.
      *
       1160-SAVE-COMMENT-S.
           IF      COMMENT-COUNT      NOT <     COMMENT-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'COMMENT TABLE FULL - NOT CARRIED: '
                           SCHFILE-REC(1:40)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   1160-EXIT.
           ADD     1                  TO        COMMENT-COUNT.
           MOVE    SCHFILE-REC        TO  COMMENT-CARD(COMMENT-COUNT).
      *
       1160-EXIT.
           EXIT.
      *
       2000-PROCESS-S.
           READ    SCHTRAN
                   AT END
                   MOVE    'Y'        TO     TRAN-EOF-SWITCH
                   GO TO   2000-EXIT.
           IF      SCHTRAN-STATUS NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'SCHTRAN READ ERROR - FILE STATUS: '
                           SCHTRAN-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        TRAN-EOF-SWITCH
                   GO TO   2000-EXIT.
           IF      SCHTRAN-REC        =         SPACES
               OR  SCHTRAN-REC(1:1)   =         '*'
                   GO TO   2000-EXIT.
           ADD     1              TO        TRANS-READ-COUNT.
           IF      NOT SN-SCHED-CARD
               AND NOT SN-HOLIDAY-CARD
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - CARD TYPE NOT S OR H - FUNC: '
                           SN-FUNC '  CARD: ' SN-CARD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2000-EXIT.
           IF      SN-JOB-TAG     =         SPACES
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - BLANK TAG OR DATE - FUNC: '
                           SN-FUNC '  TYPE: ' SN-REC-TYPE
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2000-EXIT.
           IF      SN-ADD
                   PERFORM 2100-APPLY-ADD-S     THRU  2100-EXIT
           ELSE
           IF      SN-CHANGE
                   PERFORM 2200-APPLY-CHANGE-S  THRU  2200-EXIT
           ELSE
           IF      SN-DELETE
                   PERFORM 2300-APPLY-DELETE-S  THRU  2300-EXIT
           ELSE
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - INVALID FUNCTION: ' SN-FUNC
                           '  CARD: ' SN-CARD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT.
      *
       2000-EXIT.
           EXIT.
      *
      *    FIELD EDITS SHARED BY ADD AND CHANGE - A TYPO CAUGHT HERE
      *    NEVER REACHES THE DECK, SO TEST1G NEVER HAS TO SKIP IT.
       2050-EDIT-TRAN-S.
           MOVE    'Y'                TO        TRAN-VALID-SWITCH.
           IF      SN-HOLIDAY-CARD
                   PERFORM 2060-EDIT-HOLIDAY-S  THRU  2060-EXIT
                   GO TO   2050-EXIT.
           MOVE    SN-TIME-HHMM       TO        TIME-NUM-WORK.
           IF      SN-TIME-HHMM       NOT NUMERIC
               OR  TN-HH              >         23
               OR  TN-MM              >         59
                   MOVE    'N'        TO        TRAN-VALID-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - BAD EXPECTED TIME - TAG: '
                           SN-JOB-TAG '  TIME: ' SN-TIME-HHMM
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2050-EXIT.
           IF      SN-TOL-MINS        NOT =     SPACES
               AND SN-TOL-MINS        NOT NUMERIC
                   MOVE    'N'        TO        TRAN-VALID-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - TOLERANCE NOT NUMERIC - TAG: '
                           SN-JOB-TAG '  TOL: ' SN-TOL-MINS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2050-EXIT.
           MOVE    'N'                TO        DAY-ACTIVE-SWITCH.
           PERFORM 2055-EDIT-DAY-FLAG-S  THRU  2055-EXIT
                   VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > 7.
           IF      NOT TRAN-VALID
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - DAY FLAGS NOT Y, N OR BLANK - '
                           'TAG: ' SN-JOB-TAG '  DAYS: ' SN-DAY-FLAGS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2050-EXIT.
           IF      NOT DAY-ACTIVE
                   MOVE    'N'        TO        TRAN-VALID-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - NO ACTIVE DAY - TAG: '
                           SN-JOB-TAG '  DAYS: ' SN-DAY-FLAGS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       2050-EXIT.
           EXIT.
      *
       2055-EDIT-DAY-FLAG-S.
           IF      SN-DAY-FLAG(DAY-IDX)  NOT =  'N'
                   MOVE    'Y'        TO        DAY-ACTIVE-SWITCH.
           IF      SN-DAY-FLAG(DAY-IDX)  NOT =  'Y'
               AND SN-DAY-FLAG(DAY-IDX)  NOT =  'N'
               AND SN-DAY-FLAG(DAY-IDX)  NOT =  SPACE
                   MOVE    'N'        TO        TRAN-VALID-SWITCH.
      *
       2055-EXIT.
           EXIT.
      *
       2060-EDIT-HOLIDAY-S.
           MOVE    SN-HOLIDAY         TO        CHECK-DATE-X.
           PERFORM 5450-CHECK-DATE-S  THRU  5450-EXIT.
           IF      NOT DATE-VALID
                   MOVE    'N'        TO        TRAN-VALID-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - HOLIDAY NOT A VALID DATE: '
                           SN-HOLIDAY
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2060-EXIT.
           IF      SN-HOLIDAY         <         TODAY-DATE
                   MOVE    'N'        TO        TRAN-VALID-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - HOLIDAY IN THE PAST: '
                           SN-HOLIDAY
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       2060-EXIT.
           EXIT.
      *
       2080-FIND-CARD-S.
           MOVE    ZERO               TO        CARD-HIT.
           IF      SCHED-CARD-COUNT   >         ZERO
                   PERFORM 2090-SCAN-CARD-S  THRU  2090-EXIT
                           VARYING CARD-IDX FROM 1 BY 1
                           UNTIL CARD-IDX > SCHED-CARD-COUNT
                           OR CARD-HIT > ZERO.
      *
       2080-EXIT.
           EXIT.
      *
      *    AN 'S' CARD IS KEYED ON TAG PLUS EXPECTED TIME, AN 'H'
      *    CARD ON ITS DATE ALONE.
       2090-SCAN-CARD-S.
           IF      SCT-REC-TYPE(CARD-IDX)  NOT =  SN-REC-TYPE
               OR  SCT-CARD-KEY(CARD-IDX)  NOT =  SN-JOB-TAG
                   GO TO   2090-EXIT.
           IF      SN-SCHED-CARD
               AND SCT-TIME-HHMM(CARD-IDX) NOT =  SN-TIME-HHMM
                   GO TO   2090-EXIT.
           MOVE    CARD-IDX           TO        CARD-HIT.
      *
       2090-EXIT.
           EXIT.
      *
       2100-APPLY-ADD-S.
           PERFORM 2050-EDIT-TRAN-S   THRU  2050-EXIT.
           IF      NOT TRAN-VALID
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2100-EXIT.
           PERFORM 2080-FIND-CARD-S   THRU  2080-EXIT.
           IF      CARD-HIT           >         ZERO
                   MOVE    SPACES     TO        LP2
                   STRING  'ADD REJECTED - DUPLICATE CARD: ' SN-CARD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2100-EXIT.
           IF      SCHED-CARD-COUNT   NOT <     SCHED-CARD-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'ADD REJECTED - TABLE FULL - CARD: '
                           SN-CARD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2100-EXIT.
           ADD     1                  TO        SCHED-CARD-COUNT.
           MOVE    SCHED-CARD-COUNT   TO        CARD-IDX.
           PERFORM 2150-MOVE-TRAN-S   THRU  2150-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'ADD APPLIED - CARD: ' SN-CARD
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           ADD     1                  TO        APPLIED-COUNT.
      *
       2100-EXIT.
           EXIT.
      *
       2150-MOVE-TRAN-S.
           MOVE    SN-REC-TYPE        TO  SCT-REC-TYPE (CARD-IDX).
           MOVE    SN-JOB-TAG         TO  SCT-CARD-KEY (CARD-IDX).
           MOVE    SN-TIME-HHMM       TO  SCT-TIME-HHMM(CARD-IDX).
           MOVE    SN-TOL-MINS        TO  SCT-TOL-MINS (CARD-IDX).
           MOVE    SN-DAY-FLAGS       TO  SCT-DAY-FLAGS(CARD-IDX).
           IF      SN-HOLIDAY-CARD
                   MOVE    SPACES     TO  SCT-TIME-HHMM(CARD-IDX)
                   MOVE    SPACES     TO  SCT-TOL-MINS (CARD-IDX)
                   MOVE    SPACES     TO  SCT-DAY-FLAGS(CARD-IDX).
      *
       2150-EXIT.
           EXIT.
      *
      *    A CHANGE CARRIES A NEW TOLERANCE AND DAY FLAGS FOR AN
      *    EXISTING 'S' CARD - A NEW EXPECTED TIME IS A DELETE AND AN
      *    ADD, AND A HOLIDAY CARD HAS NOTHING BUT ITS KEY TO CHANGE.
       2200-APPLY-CHANGE-S.
           IF      SN-HOLIDAY-CARD
                   MOVE    SPACES     TO        LP2
                   STRING  'CHANGE REJECTED - NOTHING TO CHANGE ON A '
                           'HOLIDAY CARD: ' SN-HOLIDAY
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2200-EXIT.
           PERFORM 2050-EDIT-TRAN-S   THRU  2050-EXIT.
           IF      NOT TRAN-VALID
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2200-EXIT.
           PERFORM 2080-FIND-CARD-S   THRU  2080-EXIT.
           IF      CARD-HIT           =         ZERO
                   MOVE    SPACES     TO        LP2
                   STRING  'CHANGE REJECTED - CARD NOT FOUND - TAG: '
                           SN-JOB-TAG '  TIME: ' SN-TIME-HHMM
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2200-EXIT.
           MOVE    CARD-HIT           TO        CARD-IDX.
           PERFORM 2150-MOVE-TRAN-S   THRU  2150-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'CHANGE APPLIED - CARD: ' SN-CARD
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           ADD     1                  TO        APPLIED-COUNT.
      *
       2200-EXIT.
           EXIT.
      *
      *    THE LAST ENTRY DROPS INTO THE DELETED SLOT - ORDER DOES
      *    NOT MATTER UNTIL THE SORT RUNS.
       2300-APPLY-DELETE-S.
           PERFORM 2080-FIND-CARD-S   THRU  2080-EXIT.
           IF      CARD-HIT           =         ZERO
                   MOVE    SPACES     TO        LP2
                   STRING  'DELETE REJECTED - CARD NOT FOUND: '
                           SN-REC-TYPE ' ' SN-JOB-TAG ' '
                           SN-TIME-HHMM
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2300-EXIT.
           MOVE    SCHED-CARD-ENTRY(SCHED-CARD-COUNT)  TO
                   SCHED-CARD-ENTRY(CARD-HIT).
           SUBTRACT 1                 FROM      SCHED-CARD-COUNT.
           MOVE    SPACES             TO        LP2.
           STRING  'DELETE APPLIED - CARD: ' SN-REC-TYPE ' '
                   SN-JOB-TAG ' ' SN-TIME-HHMM
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           ADD     1                  TO        APPLIED-COUNT.
      *
       2300-EXIT.
           EXIT.
      *
       3000-LIST-TABLE-S.
           MOVE    SPACES             TO        LP2.
           MOVE    LIST-TITLE         TO        LP2.
           WRITE   LP2                AFTER 2.
           IF      SCHED-CARD-COUNT   >         ZERO
                   PERFORM 3100-LIST-ENTRY-S  THRU  3100-EXIT
                           VARYING CARD-IDX FROM 1 BY 1
                           UNTIL CARD-IDX > SCHED-CARD-COUNT.
           MOVE    SCHED-CARD-COUNT   TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'CARDS LISTED: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       3000-EXIT.
           EXIT.
      *
       3100-LIST-ENTRY-S.
           MOVE    SPACES             TO        LP2.
           IF      SCT-REC-TYPE(CARD-IDX)  =    'H'
                   STRING  'HOLIDAY: ' SCT-CARD-KEY(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
           ELSE
                   STRING  'TAG: '   SCT-CARD-KEY (CARD-IDX)
                           '  TIME: ' SCT-TIME-HHMM(CARD-IDX)
                           '  TOL: '  SCT-TOL-MINS (CARD-IDX)
                           '  DAYS: ' SCT-DAY-FLAGS(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       3100-EXIT.
           EXIT.
      *
       4000-WRITE-DECK-S.
           OPEN    OUTPUT             SCHOUT.
           IF      SCHOUT-STATUS      NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN SCHOUT - FILE STATUS: '
                           SCHOUT-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        VALID-ERROR-COUNT
                   GO TO   4000-EXIT.
           IF      COMMENT-COUNT      >         ZERO
                   PERFORM 4050-WRITE-COMMENT-S  THRU  4050-EXIT
                           VARYING COMMENT-IDX FROM 1 BY 1
                           UNTIL COMMENT-IDX > COMMENT-COUNT.
           IF      SCHED-CARD-COUNT   >         ZERO
                   PERFORM 4100-WRITE-CARD-S  THRU  4100-EXIT
                           VARYING CARD-IDX FROM 1 BY 1
                           UNTIL CARD-IDX > SCHED-CARD-COUNT.
           CLOSE   SCHOUT.
           MOVE    CARDS-WRITTEN-COUNT  TO      COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'CARDS WRITTEN TO SCHOUT: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       4000-EXIT.
           EXIT.
      *
       4050-WRITE-COMMENT-S.
           MOVE    COMMENT-CARD(COMMENT-IDX)  TO  SCHOUT-REC.
           WRITE   SCHOUT-REC.
      *
       4050-EXIT.
           EXIT.
      *
       4100-WRITE-CARD-S.
           MOVE    SPACES             TO        SCHOUT-REC.
           MOVE    SCT-REC-TYPE (CARD-IDX)  TO  SCHOUT-REC(1:1).
           MOVE    SCT-CARD-KEY (CARD-IDX)  TO  SCHOUT-REC(2:8).
           MOVE    SCT-TIME-HHMM(CARD-IDX)  TO  SCHOUT-REC(10:4).
           MOVE    SCT-TOL-MINS (CARD-IDX)  TO  SCHOUT-REC(14:4).
           MOVE    SCT-DAY-FLAGS(CARD-IDX)  TO  SCHOUT-REC(18:7).
           WRITE   SCHOUT-REC.
           ADD     1                  TO        CARDS-WRITTEN-COUNT.
      *
       4100-EXIT.
           EXIT.
      *
      *    VALIDATION PASS - THE DECK IS SORTED BY CARD TYPE, KEY AND
      *    TIME, THEN ONE SWEEP CHECKS EACH CARD THE WAY TEST1G WILL
      *    SEE IT.  EVERYTHING REPORTED HERE IS SOMETHING 1650-READ-
      *    SCHED-S OVER THERE SKIPS OR MISREADS WITHOUT A WORD.
       5000-VALIDATE-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'SCHEDULE VALIDATION'        TO   LP2.
           WRITE   LP2                AFTER 2.
           PERFORM 5050-SORT-TABLE-S  THRU  5050-EXIT.
           OPEN    INPUT              JOBTAB.
           IF      JOBTAB-STATUS      =         '00'
                   MOVE    'Y'        TO        JOBTAB-OPEN-SWITCH
           ELSE
                   MOVE    SPACES     TO        LP2
                   STRING  'JOBTAB NOT AVAILABLE - FILE STATUS: '
                           JOBTAB-STATUS
                           '  TAGS NOT CHECKED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        VALID-ERROR-COUNT.
           MOVE    ZERO               TO        SCHED-CARD-SEQ.
           MOVE    ZERO               TO        HOLIDAY-SEQ.
           IF      SCHED-CARD-COUNT   >         ZERO
                   PERFORM 5300-CHECK-CARD-S  THRU  5300-EXIT
                           VARYING CARD-IDX FROM 1 BY 1
                           UNTIL CARD-IDX > SCHED-CARD-COUNT.
           IF      JOBTAB-OPEN
                   CLOSE   JOBTAB.
           IF      VALID-ERROR-COUNT  =         ZERO
               AND PAST-HOLIDAY-COUNT =         ZERO
                   MOVE    SPACES     TO        LP2
                   MOVE    '  NO SCHEDULE ERRORS FOUND' TO   LP2
                   WRITE   LP2        AFTER 1.
      *
       5000-EXIT.
           EXIT.
      *
       5050-SORT-TABLE-S.
           IF      SCHED-CARD-COUNT   <         2
                   GO TO   5050-EXIT.
           MOVE    'Y'                TO        SORT-SWAP-SWITCH.
           PERFORM 5100-SORT-PASS-S   THRU  5100-EXIT
                   UNTIL NOT SORT-SWAPPED.
      *
       5050-EXIT.
           EXIT.
      *
       5100-SORT-PASS-S.
           MOVE    'N'                TO        SORT-SWAP-SWITCH.
           PERFORM 5200-SORT-COMPARE-S  THRU  5200-EXIT
                   VARYING CARD-JDX FROM 1 BY 1
                   UNTIL CARD-JDX NOT < SCHED-CARD-COUNT.
      *
       5100-EXIT.
           EXIT.
      *
       5200-SORT-COMPARE-S.
           MOVE    SPACES             TO        SORT-KEY-I.
           STRING  SCT-REC-TYPE (CARD-JDX)
                   SCT-CARD-KEY (CARD-JDX)
                   SCT-TIME-HHMM(CARD-JDX)
                   DELIMITED BY SIZE INTO SORT-KEY-I.
           COMPUTE CARD-IDX = CARD-JDX + 1.
           MOVE    SPACES             TO        SORT-KEY-J.
           STRING  SCT-REC-TYPE (CARD-IDX)
                   SCT-CARD-KEY (CARD-IDX)
                   SCT-TIME-HHMM(CARD-IDX)
                   DELIMITED BY SIZE INTO SORT-KEY-J.
           IF      SORT-KEY-I         NOT >     SORT-KEY-J
                   GO TO   5200-EXIT.
           MOVE    SCHED-CARD-ENTRY(CARD-JDX)  TO  SCHED-CARD-SAVE.
           MOVE    SCHED-CARD-ENTRY(CARD-IDX)  TO
                   SCHED-CARD-ENTRY(CARD-JDX).
           MOVE    SCHED-CARD-SAVE    TO  SCHED-CARD-ENTRY(CARD-IDX).
           MOVE    'Y'                TO        SORT-SWAP-SWITCH.
      *
       5200-EXIT.
           EXIT.
      *
       5300-CHECK-CARD-S.
           IF      CARD-IDX           >         1
               AND SCHED-CARD-ENTRY(CARD-IDX)(1:13)  =
                   SCHED-CARD-ENTRY(CARD-IDX - 1)(1:13)
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  DUPLICATE CARD - TYPE: '
                           SCT-REC-TYPE(CARD-IDX)
                           '  KEY: ' SCT-CARD-KEY(CARD-IDX)
                           ' ' SCT-TIME-HHMM(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
           IF      SCT-REC-TYPE(CARD-IDX)  =    'H'
                   PERFORM 5800-CHECK-HOLIDAY-S  THRU  5800-EXIT
                   GO TO   5300-EXIT.
           ADD     1                  TO        SCHED-CARD-SEQ.
           IF      SCHED-CARD-SEQ     >         TEST1G-SCHED-MAX
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  BEYOND TEST1G LIMIT OF 100 - IGNORED '
                           'THERE - TAG: ' SCT-CARD-KEY(CARD-IDX)
                           '  TIME: ' SCT-TIME-HHMM(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
           IF      JOBTAB-OPEN
                   PERFORM 5350-CHECK-JOBTAB-S  THRU  5350-EXIT.
           MOVE    SCT-TIME-HHMM(CARD-IDX)  TO  TIME-NUM-WORK.
           IF      SCT-TIME-HHMM(CARD-IDX)  NOT NUMERIC
               OR  TN-HH              >         23
               OR  TN-MM              >         59
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  BAD EXPECTED TIME - TAG: '
                           SCT-CARD-KEY(CARD-IDX)
                           '  TIME: ' SCT-TIME-HHMM(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
           IF      SCT-TOL-MINS(CARD-IDX)   NOT =     SPACES
               AND SCT-TOL-MINS(CARD-IDX)   NOT NUMERIC
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  TOLERANCE NOT NUMERIC - TAG: '
                           SCT-CARD-KEY(CARD-IDX)
                           '  TIME: ' SCT-TIME-HHMM(CARD-IDX)
                           '  TOL: '  SCT-TOL-MINS (CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
           IF      SCT-DAY-FLAGS(CARD-IDX)  =    'NNNNNNN'
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  ALL DAY FLAGS N - NEVER EXPECTED - TAG: '
                           SCT-CARD-KEY(CARD-IDX)
                           '  TIME: ' SCT-TIME-HHMM(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   5300-EXIT.
           IF      SCT-TIME-HHMM(CARD-IDX)  NOT NUMERIC
                   GO TO   5300-EXIT.
           MOVE    'N'                TO        OVERLAP-STOP-SWITCH.
           COMPUTE CARD-JDX = CARD-IDX + 1.
           PERFORM 5400-CHECK-OVERLAP-S  THRU  5400-EXIT
                   UNTIL CARD-JDX > SCHED-CARD-COUNT
                   OR OVERLAP-STOP.
      *
       5300-EXIT.
           EXIT.
      *
       5350-CHECK-JOBTAB-S.
           MOVE    SCT-CARD-KEY(CARD-IDX)   TO  JT-JOB-TAG.
           READ    JOBTAB
                   INVALID KEY
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  TAG NOT ON JOBTAB - TAG: '
                           SCT-CARD-KEY(CARD-IDX)
                           '  TIME: ' SCT-TIME-HHMM(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       5350-EXIT.
           EXIT.
      *
      *    COMPARES THE CARD AT CARD-IDX WITH EACH LATER CARD FOR THE
      *    SAME TAG.  TWO WINDOWS OVERLAP WHEN THE TIMES ARE NO
      *    FURTHER APART THAN THE TWO TOLERANCES TOGETHER AND THE
      *    CARDS SHARE AN ACTIVE DAY - ONE EVENT THEN MARKS THE FIRST
      *    CARD MET AND THE SECOND IS NEVER MATCHED.
       5400-CHECK-OVERLAP-S.
           IF      SCT-REC-TYPE(CARD-JDX)   NOT =  'S'
               OR  SCT-CARD-KEY(CARD-JDX)   NOT =
                   SCT-CARD-KEY(CARD-IDX)
                   MOVE    'Y'        TO        OVERLAP-STOP-SWITCH
                   GO TO   5400-EXIT.
           IF      SCT-TIME-HHMM(CARD-JDX)  NOT NUMERIC
                   GO TO   5400-NEXT-S.
           MOVE    'N'                TO        COMMON-DAY-SWITCH.
           PERFORM 5420-COMMON-DAY-S  THRU  5420-EXIT
                   VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > 7
                   OR COMMON-DAY.
           IF      NOT COMMON-DAY
                   GO TO   5400-NEXT-S.
           MOVE    SCT-TIME-HHMM(CARD-IDX)  TO  TIME-NUM-WORK.
           MOVE    SCT-TOL-MINS (CARD-IDX)  TO  TOL-NUM-WORK.
           PERFORM 5440-CARD-MINUTES-S  THRU  5440-EXIT.
           MOVE    TIME-WORK-MINS     TO        CARD-MINS-I.
           MOVE    TOL-WORK-MINS      TO        CARD-TOL-I.
           MOVE    SCT-TIME-HHMM(CARD-JDX)  TO  TIME-NUM-WORK.
           MOVE    SCT-TOL-MINS (CARD-JDX)  TO  TOL-NUM-WORK.
           PERFORM 5440-CARD-MINUTES-S  THRU  5440-EXIT.
           MOVE    TIME-WORK-MINS     TO        CARD-MINS-J.
           MOVE    TOL-WORK-MINS      TO        CARD-TOL-J.
           COMPUTE CARD-GAP-MINS = CARD-MINS-J - CARD-MINS-I.
           IF      CARD-GAP-MINS      <         ZERO
                   COMPUTE CARD-GAP-MINS = 0 - CARD-GAP-MINS.
           IF      CARD-GAP-MINS      >         CARD-TOL-I + CARD-TOL-J
                   GO TO   5400-NEXT-S.
           ADD     1                  TO        VALID-ERROR-COUNT.
           MOVE    SPACES             TO        LP2.
           STRING  '  OVERLAPPING WINDOWS - TAG: '
                   SCT-CARD-KEY(CARD-IDX)
                   '  TIME: ' SCT-TIME-HHMM(CARD-IDX)
                   ' +/- ' SCT-TOL-MINS(CARD-IDX)
                   '  AND TIME: ' SCT-TIME-HHMM(CARD-JDX)
                   ' +/- ' SCT-TOL-MINS(CARD-JDX)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       5400-NEXT-S.
           ADD     1                  TO        CARD-JDX.
      *
       5400-EXIT.
           EXIT.
      *
      *    A BLANK FLAG IS AN ACTIVE DAY, AS IN 1655-SET-DAY-FLAG-S.
       5420-COMMON-DAY-S.
           IF      SCT-DAY-FLAG(CARD-IDX DAY-IDX)  NOT =  'N'
               AND SCT-DAY-FLAG(CARD-JDX DAY-IDX)  NOT =  'N'
                   MOVE    'Y'        TO        COMMON-DAY-SWITCH.
      *
       5420-EXIT.
           EXIT.
      *
      *    MINUTES PAST MIDNIGHT AND THE TOLERANCE TEST1G WILL USE -
      *    NO, ZERO OR NON-NUMERIC TOLERANCE MEANS ONE HOUR.
       5440-CARD-MINUTES-S.
           COMPUTE TIME-WORK-MINS = TN-HH * 60 + TN-MM.
           MOVE    60                 TO        TOL-WORK-MINS.
           IF      TOL-NUM-WORK       NUMERIC
               AND TOL-NUM-WORK       NOT =     ZERO
                   MOVE    TOL-NUM-WORK       TO   TOL-WORK-MINS.
      *
       5440-EXIT.
           EXIT.
      *
      *    SETS DATE-VALID FOR CHECK-DATE - NUMERIC, MONTH 01-12 AND
      *    A DAY THAT EXISTS IN THAT MONTH.
       5450-CHECK-DATE-S.
           MOVE    'N'                TO        DATE-VALID-SWITCH.
           IF      CHECK-DATE-X       NOT NUMERIC
                   GO TO   5450-EXIT.
           IF      CD-MM  <  1  OR  CD-MM  >  12  OR  CD-DD  <  1
                   GO TO   5450-EXIT.
           EVALUATE CD-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE    31         TO        CD-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE    30         TO        CD-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 5470-LEAP-YEAR-S  THRU  5470-EXIT
           END-EVALUATE.
           IF      CD-DD              NOT >     CD-DAYS-IN-MONTH
                   MOVE    'Y'        TO        DATE-VALID-SWITCH.
      *
       5450-EXIT.
           EXIT.
      *
       5470-LEAP-YEAR-S.
           MOVE    28                 TO        CD-DAYS-IN-MONTH.
           DIVIDE  CD-YYYY  BY  4     GIVING CD-LEAP-QUOTIENT
                   REMAINDER CD-LEAP-REMAINDER.
           IF      CD-LEAP-REMAINDER  NOT =     0
                   GO TO   5470-EXIT.
           DIVIDE  CD-YYYY  BY  100   GIVING CD-LEAP-QUOTIENT
                   REMAINDER CD-LEAP-REMAINDER.
           IF      CD-LEAP-REMAINDER  NOT =     0
                   MOVE    29         TO        CD-DAYS-IN-MONTH
                   GO TO   5470-EXIT.
           DIVIDE  CD-YYYY  BY  400   GIVING CD-LEAP-QUOTIENT
                   REMAINDER CD-LEAP-REMAINDER.
           IF      CD-LEAP-REMAINDER  =         0
                   MOVE    29         TO        CD-DAYS-IN-MONTH.
      *
       5470-EXIT.
           EXIT.
      *
      *    A HOLIDAY THAT IS NOT A DATE IS SKIPPED BY TEST1G; ONE IN
      *    THE PAST IS HARMLESS BUT TAKES A SLOT IN ITS 50-ENTRY
      *    TABLE, SO IT IS LISTED FOR REMOVAL AS A WARNING.
       5800-CHECK-HOLIDAY-S.
           ADD     1                  TO        HOLIDAY-SEQ.
           IF      HOLIDAY-SEQ        >         TEST1G-HOLIDAY-MAX
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  BEYOND TEST1G LIMIT OF 50 - IGNORED '
                           'THERE - HOLIDAY: ' SCT-CARD-KEY(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
           MOVE    SCT-CARD-KEY(CARD-IDX)   TO  CHECK-DATE-X.
           PERFORM 5450-CHECK-DATE-S  THRU  5450-EXIT.
           IF      NOT DATE-VALID
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  HOLIDAY NOT A VALID DATE: '
                           SCT-CARD-KEY(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   5800-EXIT.
           IF      SCT-CARD-KEY(CARD-IDX)   <    TODAY-DATE
                   ADD     1          TO        PAST-HOLIDAY-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  HOLIDAY IN THE PAST - REMOVE: '
                           SCT-CARD-KEY(CARD-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       5800-EXIT.
           EXIT.
      *
       9999-TERMINATE-S.
           MOVE    TRANS-READ-COUNT   TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'END OF RUN - TRANSACTIONS READ:    ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    APPLIED-COUNT      TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             TRANSACTIONS APPLIED: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    REJECTED-COUNT     TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             TRANSACTIONS REJECTED:' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    VALID-ERROR-COUNT  TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             DECK ERRORS:          ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    PAST-HOLIDAY-COUNT TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             PAST HOLIDAYS:        ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           IF      REJECTED-COUNT     =         ZERO
               AND VALID-ERROR-COUNT  =         ZERO
               AND PAST-HOLIDAY-COUNT =         ZERO
                   MOVE    'SCHEDULE DECK CLEAN'       TO   LP2
           ELSE
           IF      REJECTED-COUNT     =         ZERO
               AND VALID-ERROR-COUNT  =         ZERO
                   MOVE    '*** PAST HOLIDAYS ON THE DECK ***'  TO  LP2
                   MOVE    4          TO        RETURN-CODE
           ELSE
                   MOVE    '*** SCHEDULE ERRORS FOUND ***'  TO  LP2
                   MOVE    8          TO        RETURN-CODE.
           WRITE   LP2                AFTER 2.
           IF      SCHTRAN-STATUS     =         '00'
                   CLOSE   SCHTRAN.
           PERFORM 9995-WRITE-STEPLOG-S  THRU  9995-EXIT.
           CLOSE   LPFILE.
      *
       9999-EXIT.
           EXIT.
      *
      *    ONE STEP RECORD PER RUN TO THE SHARED STEPLOG FOR THE
      *    MORNING OPERATIONS REPORT.  A NEW LOG IS CREATED ON FIRST
      *    USE; A LOG THAT WILL NOT OPEN IS NOTED ON THE LISTING AND
      *    LEAVES THE RETURN CODE ALONE.
       9995-WRITE-STEPLOG-S.
           OPEN    EXTEND             STEPLOG.
           IF      STEPLOG-STATUS     =         '35'
                   OPEN    OUTPUT     STEPLOG.
           IF      STEPLOG-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'STEPLOG NOT AVAILABLE - FILE STATUS: '
                           STEPLOG-STATUS
                           '  STEP NOT LOGGED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   9995-EXIT.
           MOVE    SPACES             TO        STEPLOG-REC.
           MOVE    'SCHDMNT'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'TRANS'            TO   SL-COUNT-LABEL(1).
           MOVE    TRANS-READ-COUNT   TO   SL-COUNT-VALUE(1).
           MOVE    'APPLIED'          TO   SL-COUNT-LABEL(2).
           MOVE    APPLIED-COUNT      TO   SL-COUNT-VALUE(2).
           MOVE    'REJECTED'         TO   SL-COUNT-LABEL(3).
           MOVE    REJECTED-COUNT     TO   SL-COUNT-VALUE(3).
           MOVE    'VALIDERR'         TO   SL-COUNT-LABEL(4).
           MOVE    VALID-ERROR-COUNT  TO   SL-COUNT-VALUE(4).
           MOVE    'PASTHOL'          TO   SL-COUNT-LABEL(5).
           MOVE    PAST-HOLIDAY-COUNT TO   SL-COUNT-VALUE(5).
           MOVE    'WRITTEN'          TO   SL-COUNT-LABEL(6).
           MOVE    CARDS-WRITTEN-COUNT TO   SL-COUNT-VALUE(6).
           WRITE   STEPLOG-REC.
           CLOSE   STEPLOG.
      *
       9995-EXIT.
           EXIT.
/*
//LKED   EXEC PGM=IEWL,REGION=768K,COND=(5,LT),
// PARM='XREF,LET,LIST,MAP,'
//SYSLIB   DD DSN=CEE.SCEELKED,DISP=SHR
//SYSLIN   DD DSN=&OBJ,DISP=(OLD,DELETE)
//SYSUT1   DD UNIT=SYSDA,SPACE=(1024,(120,120),,,ROUND)
//SYSLMOD  DD  DSNAME=&&GOSET(GO),DISP=(,PASS),UNIT=SYSDA,
//         SPACE=(CYL,(1,1,1))
//SYSPRINT DD SYSOUT=*
//*   SCHTRAN RECORD:  COL 1     FUNCTION  A=ADD C=CHANGE D=DELETE
//*                    COL 2-25  THE SCHEDULE CARD AS IT IS TO STAND:
//*                    COL 2     CARD TYPE  S=SCHEDULE H=HOLIDAY
//*                    COL 3-10  JOB TAG ('S') OR YYYYMMDD ('H')
//*                    COL 11-14 EXPECTED LOCAL TIME HHMM  (WITH THE
//*                              TAG, THE KEY OF AN 'S' CARD)
//*                    COL 15-18 TOLERANCE MINUTES (BLANK = 60)
//*                    COL 19-25 MON-SUN DAY FLAGS Y/N (BLANK = Y)
//*   A CHANGE REPLACES THE TOLERANCE AND DAY FLAGS OF AN 'S' CARD;
//*   TO MOVE ITS TIME, DELETE IT AND ADD THE NEW ONE.
//*   RC 0 = DECK CLEAN - THE NIGHTLY TEST1G BATCH MAY RUN.
//*   RC 4 = ONLY PAST HOLIDAYS TO TIDY - TEST1G IS UNAFFECTED.
//*   RC 8 = REJECTS OR DECK ERRORS.
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB))
//SCHTRAN  DD DSN=ANDREWJ.TOD.SCHTRAN,DISP=SHR
//SCHEDULE DD DSN=ANDREWJ.TOD.SCHEDULE,DISP=SHR
//*   THE UPDATED DECK, COMMENT CARDS FIRST - COPY OVER SCHEDULE
//*   AFTER A CLEAN RUN.
//SCHOUT   DD DSN=ANDREWJ.TOD.SCHEDULE.NEW,DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(CYL,(1,1)),
//         DCB=(BLKSIZE=8000,LRECL=80,RECFM=FB)
//JOBTAB   DD DSN=ANDREWJ.TOD.JOBTAB,DISP=SHR
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
