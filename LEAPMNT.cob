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
       PROGRAM-ID.                     LEAPMNT.
      *----------------------------------------------------------------*
      *                                                                *
      *    LEAPSEC MAINTENANCE - APPLIES ADD/CHANGE/DELETE            *
      *    TRANSACTIONS FROM LEAPTRAN AGAINST THE LEAP-SECOND TABLE   *
      *    (KEY: EFFECTIVE TOD), WRITES THE UPDATED TABLE TO LEAPOUT  *
      *    IN TIME ORDER, AND RUNS A VALIDATION PASS THAT REPORTS:    *
      *        - ENTRIES WHOSE EFFECTIVE TOD AND UTC TIME DISAGREE    *
      *          (CHECKED THROUGH STCKCONV)                           *
      *        - UTC TIMES NOT AT MIDNIGHT ON THE FIRST OF A MONTH    *
      *        - DUPLICATE TODS, UTC TIMES OUT OF STEP WITH THE TODS, *
      *          AND CUMULATIVE COUNTS THAT DO NOT STEP BY ONE        *
      *    AND SHOWS THE LEVEL TEST1G WILL APPLY TO CURRENT EVENTS.   *
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
           SELECT LEAPTRAN ASSIGN  TO                  LEAPTRAN
                   FILE STATUS IS  LEAPTRAN-STATUS.
           SELECT LEAPSEC  ASSIGN  TO                  LEAPSEC
                   FILE STATUS IS  LEAPSEC-STATUS.
           SELECT LEAPOUT  ASSIGN  TO                  LEAPOUT
                   FILE STATUS IS  LEAPOUT-STATUS.
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
       FD  LEAPTRAN
           LABEL     RECORD  IS OMITTED.
       01  LEAPTRAN-REC.
           05  LN-FUNC                 PIC X(01).
               88  LN-ADD                        VALUE 'A'.
               88  LN-CHANGE                     VALUE 'C'.
               88  LN-DELETE                     VALUE 'D'.
           05  LN-EFFECTIVE-TOD        PIC X(16).
           05  LN-LEAP-SECONDS         PIC X(02).
           05  LN-EFFECTIVE-UTC        PIC X(14).
           05  FILLER                  PIC X(47).
      *    RECORD LAYOUT AS READ BY TEST1G - KEEP IN STEP WITH THE
      *    LEAPSEC FD THERE.
       FD  LEAPSEC
           LABEL     RECORD  IS OMITTED.
       01  LEAPSEC-REC.
           05  LS-EFFECTIVE-TOD        PIC X(16).
           05  LS-LEAP-SECONDS         PIC X(02).
           05  LS-EFFECTIVE-UTC        PIC X(14).
           05  FILLER                  PIC X(48).
       FD  LEAPOUT
           LABEL     RECORD  IS OMITTED.
       01  LEAPOUT-REC                 PIC X(80).
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
       77  LEAP-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  LEAP-EOF                          VALUE 'Y'.
       77  LEAPTRAN-STATUS             PIC X(02) VALUE SPACES.
       77  LEAPSEC-STATUS              PIC X(02) VALUE SPACES.
       77  LEAPOUT-STATUS              PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  TRANS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  APPLIED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  REJECTED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  VALID-ERROR-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  ENTRIES-WRITTEN-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  LEAP-IDX                    PIC 9(04) COMP VALUE ZERO.
       77  LEAP-JDX                    PIC 9(04) COMP VALUE ZERO.
       77  LEAP-HIT                    PIC 9(04) COMP VALUE ZERO.
       77  LEAP-CHAR-IDX               PIC 9(02) COMP VALUE ZERO.
       77  SORT-SWAP-SWITCH            PIC X(01) VALUE 'N'.
           88  SORT-SWAPPED                      VALUE 'Y'.
       77  TRAN-VALID-SWITCH           PIC X(01) VALUE 'Y'.
           88  TRAN-VALID                        VALUE 'Y'.
       77  HEX-VALID-SWITCH            PIC X(01) VALUE 'Y'.
           88  HEX-VALID                         VALUE 'Y'.
       77  LEAP-STEP                   PIC S9(03) VALUE ZERO.
       01  COUNT-ED                    PIC ZZZZZZ9.
       01  LIST-TITLE                  PIC X(40) VALUE SPACES.
       01  RUN-DATE                    PIC 9(08).
       01  RUN-TIME                    PIC 9(08).
      *    THE TOD AS 16 HEX DIGITS DOES NOT COMPARE IN TIME ORDER
      *    (THE LETTERS A-F COLLATE BELOW THE DIGITS), SO TODS ARE
      *    KEYED IN A TRANSLATED FORM, 0-9 AND A-F MAPPED ONTO THE
      *    LETTERS A-P - THE SAME FORM TEST1G COMPARES THEM IN.
       01  LEAP-TOD-KEY                PIC X(16) VALUE SPACES.
       01  LEAP-KEY-CHARS REDEFINES LEAP-TOD-KEY.
           05  LEAP-KEY-CHAR           PIC X(01) OCCURS 16.
      *    UTC TIME PLUS THE CUMULATIVE COUNT - WHAT STCKCONV SHOULD
      *    GIVE BACK FOR THE EFFECTIVE TOD, SINCE IT ALLOWS FOR NO
      *    LEAP SECONDS AT ALL.
       01  EXPECT-TS                   PIC X(14) VALUE SPACES.
       01  STCK-TS                     PIC X(14) VALUE SPACES.
       01  LEAP-WORK.
           05  LW-HH                   PIC 9(02) VALUE ZERO.
           05  LW-MM                   PIC 9(02) VALUE ZERO.
           05  LW-SS                   PIC 9(02) VALUE ZERO.
           05  LW-DAY-SECS             PIC S9(06) VALUE ZERO.
      *    NEXT-DAY WORK FIELDS - ADDS ONE DAY TO NEXT-DAY-DATE WITH
      *    THE SAME MONTH-END AND LEAP HANDLING AS TEST1G.
       01  NEXT-DAY-DATE.
           05  ND-YYYY                 PIC 9(04).
           05  ND-MM                   PIC 9(02).
           05  ND-DD                   PIC 9(02).
       77  ND-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
       77  ND-LEAP-QUOTIENT            PIC 9(07) COMP VALUE ZERO.
       77  ND-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
       01  LEAP-ENTRY-SAVE.
           05  SAVE-EFFECTIVE-TOD      PIC X(16).
           05  SAVE-TOD-KEY            PIC X(16).
           05  SAVE-LEAP-SECONDS       PIC 9(02).
           05  SAVE-EFFECTIVE-UTC      PIC X(14).
      *    SAME CAPACITY AS THE TEST1G LEAP-SECOND TABLE - A FILE
      *    THAT FITS HERE FITS THERE.
       01  LEAP-TABLE.
           05  LEAP-MAX                PIC 9(04) COMP VALUE 0050.
           05  LEAP-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  LEAP-ENTRY OCCURS 50.
               10  LT-EFFECTIVE-TOD    PIC X(16).
               10  LT-TOD-KEY          PIC X(16).
               10  LT-LEAP-SECONDS     PIC 9(02).
               10  LT-EFFECTIVE-UTC    PIC X(14).
      *    STCKCONV PARAMETER AREA - LAYOUT AS PASSED BY TEST1G.
       01  PARM.
           05  TOD                  PIC X(16) VALUE SPACES.
           05  DATETIME.
               10  YYYYMMDD         PIC X(08).
               10  SP               PIC X(01) VALUE SPACES.
               10  HH               PIC X(02).
               10  COL1             PIC X(01) VALUE ':'.
               10  MM               PIC X(02).
               10  COL2             PIC X(01) VALUE ':'.
               10  SS               PIC X(02).
               10  COL3             PIC X(01) VALUE '.'.
               10  MICROS           PIC X(06) VALUE ZEROS.
               10  COL4             PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(04) VALUE ' JD='.
               10  JULIAN-DATE      PIC X(07).
           05  STCK-DIRECTION       PIC X(01) VALUE 'F'.
       01  CONVRTN                  PIC X(08) VALUE 'STCKCONV'.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E   D I V I S I O N                         *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       0000-MAINLINE-S.
           PERFORM 1000-INIT-S          THRU  1000-EXIT.
           IF      NOT TRAN-EOF
                   MOVE 'LEAPSEC CONTENTS BEFORE MAINTENANCE'
                                        TO    LIST-TITLE
                   PERFORM 3000-LIST-TABLE-S THRU  3000-EXIT
                   PERFORM 2000-PROCESS-S    THRU  2000-EXIT
                           UNTIL TRAN-EOF
                   PERFORM 5050-SORT-TABLE-S THRU  5050-EXIT
                   MOVE 'LEAPSEC CONTENTS AFTER MAINTENANCE'
                                        TO    LIST-TITLE
                   PERFORM 3000-LIST-TABLE-S THRU  3000-EXIT
                   PERFORM 4000-WRITE-LEAPS-S  THRU  4000-EXIT.
           PERFORM 5000-VALIDATE-S      THRU  5000-EXIT.
           PERFORM 9999-TERMINATE-S     THRU  9999-EXIT.
           STOP    RUN.
      *
       1000-INIT-S.
           OPEN    OUTPUT                   LPFILE.
           ACCEPT   RUN-DATE    FROM DATE YYYYMMDD.
           ACCEPT   RUN-TIME    FROM TIME.
           MOVE    SPACES         TO        LP2.
           STRING  'LEAPMNT - LEAP-SECOND TABLE MAINTENANCE RUN'
                   '  DATE: ' RUN-DATE
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER PAGE.
           PERFORM 1100-LOAD-LEAPS-S  THRU  1100-EXIT.
           OPEN    INPUT              LEAPTRAN.
      *    NO TRANSACTION DECK IS A VALID RUN - THE VALIDATION PASS
      *    STILL CHECKS THE FILE AS IT STANDS.
           IF      LEAPTRAN-STATUS    NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   MOVE    'NO LEAPTRAN DECK - VALIDATION PASS ONLY'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        TRAN-EOF-SWITCH.
      *
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-LEAPS-S.
           OPEN    INPUT              LEAPSEC.
           IF      LEAPSEC-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'LEAPSEC NOT AVAILABLE - FILE STATUS: '
                           LEAPSEC-STATUS
                           '  STARTING FROM AN EMPTY FILE'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   1100-EXIT.
           PERFORM 1150-READ-LEAP-S   THRU  1150-EXIT
                   UNTIL LEAP-EOF.
           CLOSE   LEAPSEC.
      *
       1100-EXIT.
           EXIT.
      *
      *    AN ENTRY TEST1G WOULD IGNORE IS DROPPED HERE TOO, AND
      *    COUNTED AS AN ERROR SO THE RUN CANNOT END CLEAN.
       1150-READ-LEAP-S.
           READ    LEAPSEC
                   AT END
                   MOVE    'Y'        TO        LEAP-EOF-SWITCH
                   GO TO   1150-EXIT.
           IF      LEAPSEC-STATUS     NOT =     '00'
                   MOVE    'Y'        TO        LEAP-EOF-SWITCH
                   GO TO   1150-EXIT.
           IF      LEAPSEC-REC        =         SPACES
               OR  LEAPSEC-REC(1:1)   =         '*'
                   GO TO   1150-EXIT.
           MOVE    LS-EFFECTIVE-TOD   TO        LEAP-TOD-KEY.
           PERFORM 2060-CHECK-HEX-S   THRU  2060-EXIT.
           IF      NOT HEX-VALID
               OR  LS-LEAP-SECONDS    NOT NUMERIC
               OR  LS-EFFECTIVE-UTC   NOT NUMERIC
                   MOVE    SPACES     TO        LP2
                   STRING  'BAD LEAPSEC ENTRY DROPPED: '
                           LEAPSEC-REC(1:32)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        VALID-ERROR-COUNT
                   GO TO   1150-EXIT.
           IF      LEAP-COUNT         NOT <     LEAP-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'LEAP-SECOND TABLE FULL - REMAINING '
                           'ENTRIES IGNORED - FIRST DROPPED: '
                           LS-EFFECTIVE-TOD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    'Y'        TO        LEAP-EOF-SWITCH
                   GO TO   1150-EXIT.
           ADD     1                  TO        LEAP-COUNT.
           MOVE    LEAP-COUNT         TO        LEAP-IDX.
           MOVE    LS-EFFECTIVE-TOD   TO   LT-EFFECTIVE-TOD(LEAP-IDX).
           MOVE    LEAP-TOD-KEY       TO   LT-TOD-KEY      (LEAP-IDX).
           MOVE    LS-LEAP-SECONDS    TO   LT-LEAP-SECONDS (LEAP-IDX).
           MOVE    LS-EFFECTIVE-UTC   TO   LT-EFFECTIVE-UTC(LEAP-IDX).
      *
       1150-EXIT.
           EXIT.
      *
       2000-PROCESS-S.
           READ    LEAPTRAN
                   AT END
                   MOVE    'Y'        TO     TRAN-EOF-SWITCH
                   GO TO   2000-EXIT.
           IF      LEAPTRAN-STATUS NOT =    '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'LEAPTRAN READ ERROR - FILE STATUS: '
                           LEAPTRAN-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        TRAN-EOF-SWITCH
                   GO TO   2000-EXIT.
           IF      LEAPTRAN-REC       =         SPACES
               OR  LEAPTRAN-REC(1:1)  =         '*'
                   GO TO   2000-EXIT.
           ADD     1              TO        TRANS-READ-COUNT.
           MOVE    LN-EFFECTIVE-TOD   TO        LEAP-TOD-KEY.
           PERFORM 2060-CHECK-HEX-S   THRU  2060-EXIT.
           IF      NOT HEX-VALID
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - TOD NOT 16 HEX DIGITS - FUNC: '
                           LN-FUNC '  TOD: ' LN-EFFECTIVE-TOD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2000-EXIT.
           IF      LN-ADD
                   PERFORM 2100-APPLY-ADD-S     THRU  2100-EXIT
           ELSE
           IF      LN-CHANGE
                   PERFORM 2200-APPLY-CHANGE-S  THRU  2200-EXIT
           ELSE
           IF      LN-DELETE
                   PERFORM 2300-APPLY-DELETE-S  THRU  2300-EXIT
           ELSE
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - INVALID FUNCTION: ' LN-FUNC
                           '  TOD: ' LN-EFFECTIVE-TOD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT.
      *
       2000-EXIT.
           EXIT.
      *
      *    FIELD EDITS SHARED BY ADD AND CHANGE.  A LEAP SECOND IS
      *    INSERTED AT THE END OF A MONTH, SO THE NEW COUNT ALWAYS
      *    TAKES EFFECT AT 00:00:00 UTC ON THE FIRST OF THE NEXT.
       2050-EDIT-TRAN-S.
           MOVE    'Y'                TO        TRAN-VALID-SWITCH.
           IF      LN-LEAP-SECONDS    NOT NUMERIC
                   MOVE    'N'        TO        TRAN-VALID-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - COUNT NOT NUMERIC - TOD: '
                           LN-EFFECTIVE-TOD
                           '  COUNT: ' LN-LEAP-SECONDS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2050-EXIT.
           IF      LN-EFFECTIVE-UTC   NOT NUMERIC
                   MOVE    'N'        TO        TRAN-VALID-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - UTC TIME NOT NUMERIC - TOD: '
                           LN-EFFECTIVE-TOD
                           '  UTC: ' LN-EFFECTIVE-UTC
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2050-EXIT.
           IF      LN-EFFECTIVE-UTC(7:2)   NOT =     '01'
               OR  LN-EFFECTIVE-UTC(9:6)   NOT =     '000000'
                   MOVE    'N'        TO        TRAN-VALID-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'REJECTED - UTC NOT MIDNIGHT ON THE 1ST - '
                           'TOD: ' LN-EFFECTIVE-TOD
                           '  UTC: ' LN-EFFECTIVE-UTC
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       2050-EXIT.
           EXIT.
      *
      *    LEAP-TOD-KEY IS LOADED BY THE CALLER WITH THE RAW TOD AND
      *    COMES BACK IN ITS TRANSLATED (COMPARABLE) FORM.
       2060-CHECK-HEX-S.
           MOVE    'Y'                TO        HEX-VALID-SWITCH.
           PERFORM 2070-CHECK-HEX-CHAR-S  THRU  2070-EXIT
                   VARYING LEAP-CHAR-IDX FROM 1 BY 1
                   UNTIL LEAP-CHAR-IDX > 16
                   OR NOT HEX-VALID.
           INSPECT LEAP-TOD-KEY  CONVERTING  '0123456789ABCDEF'
                                      TO        'ABCDEFGHIJKLMNOP'.
      *
       2060-EXIT.
           EXIT.
      *
      *    CHECKED BEFORE TRANSLATION, AS 2360-CHECK-HEX-CHAR-S IN
      *    TEST1G DOES - A VALID HEX DIGIT IS 0-9 OR A-F.
       2070-CHECK-HEX-CHAR-S.
           IF      LEAP-KEY-CHAR(LEAP-CHAR-IDX) NOT NUMERIC
               AND (LEAP-KEY-CHAR(LEAP-CHAR-IDX) < 'A'
                OR  LEAP-KEY-CHAR(LEAP-CHAR-IDX) > 'F')
                   MOVE    'N'        TO        HEX-VALID-SWITCH.
      *
       2070-EXIT.
           EXIT.
      *
       2080-FIND-ENTRY-S.
           MOVE    ZERO               TO        LEAP-HIT.
           IF      LEAP-COUNT         >         ZERO
                   PERFORM 2090-SCAN-ENTRY-S  THRU  2090-EXIT
                           VARYING LEAP-IDX FROM 1 BY 1
                           UNTIL LEAP-IDX > LEAP-COUNT
                           OR LEAP-HIT > ZERO.
      *
       2080-EXIT.
           EXIT.
      *
       2090-SCAN-ENTRY-S.
           IF      LT-TOD-KEY(LEAP-IDX)    =    LEAP-TOD-KEY
                   MOVE    LEAP-IDX   TO        LEAP-HIT.
      *
       2090-EXIT.
           EXIT.
      *
       2100-APPLY-ADD-S.
           PERFORM 2050-EDIT-TRAN-S   THRU  2050-EXIT.
           IF      NOT TRAN-VALID
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2100-EXIT.
           PERFORM 2080-FIND-ENTRY-S  THRU  2080-EXIT.
           IF      LEAP-HIT           >         ZERO
                   MOVE    SPACES     TO        LP2
                   STRING  'ADD REJECTED - DUPLICATE ENTRY - TOD: '
                           LN-EFFECTIVE-TOD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2100-EXIT.
           IF      LEAP-COUNT         NOT <     LEAP-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'ADD REJECTED - TABLE FULL - TOD: '
                           LN-EFFECTIVE-TOD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2100-EXIT.
           ADD     1                  TO        LEAP-COUNT.
           MOVE    LEAP-COUNT         TO        LEAP-IDX.
           PERFORM 2150-MOVE-TRAN-S   THRU  2150-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'ADD APPLIED - TOD: ' LN-EFFECTIVE-TOD
                   '  COUNT: ' LN-LEAP-SECONDS
                   '  UTC: ' LN-EFFECTIVE-UTC
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           ADD     1                  TO        APPLIED-COUNT.
      *
       2100-EXIT.
           EXIT.
      *
       2150-MOVE-TRAN-S.
           MOVE    LN-EFFECTIVE-TOD   TO   LT-EFFECTIVE-TOD(LEAP-IDX).
           MOVE    LEAP-TOD-KEY       TO   LT-TOD-KEY      (LEAP-IDX).
           MOVE    LN-LEAP-SECONDS    TO   LT-LEAP-SECONDS (LEAP-IDX).
           MOVE    LN-EFFECTIVE-UTC   TO   LT-EFFECTIVE-UTC(LEAP-IDX).
      *
       2150-EXIT.
           EXIT.
      *
       2200-APPLY-CHANGE-S.
           PERFORM 2050-EDIT-TRAN-S   THRU  2050-EXIT.
           IF      NOT TRAN-VALID
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2200-EXIT.
           PERFORM 2080-FIND-ENTRY-S  THRU  2080-EXIT.
           IF      LEAP-HIT           =         ZERO
                   MOVE    SPACES     TO        LP2
                   STRING  'CHANGE REJECTED - ENTRY NOT FOUND - TOD: '
                           LN-EFFECTIVE-TOD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2200-EXIT.
           MOVE    LEAP-HIT           TO        LEAP-IDX.
           PERFORM 2150-MOVE-TRAN-S   THRU  2150-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'CHANGE APPLIED - TOD: ' LN-EFFECTIVE-TOD
                   '  COUNT: ' LN-LEAP-SECONDS
                   '  UTC: ' LN-EFFECTIVE-UTC
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           ADD     1                  TO        APPLIED-COUNT.
      *
       2200-EXIT.
           EXIT.
      *
      *    THE LAST ENTRY DROPS INTO THE DELETED SLOT - THE TABLE IS
      *    PUT BACK IN TIME ORDER BEFORE IT IS WRITTEN.
       2300-APPLY-DELETE-S.
           PERFORM 2080-FIND-ENTRY-S  THRU  2080-EXIT.
           IF      LEAP-HIT           =         ZERO
                   MOVE    SPACES     TO        LP2
                   STRING  'DELETE REJECTED - ENTRY NOT FOUND - TOD: '
                           LN-EFFECTIVE-TOD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2300-EXIT.
           MOVE    LEAP-ENTRY(LEAP-COUNT)  TO   LEAP-ENTRY(LEAP-HIT).
           SUBTRACT 1                 FROM      LEAP-COUNT.
           MOVE    SPACES             TO        LP2.
           STRING  'DELETE APPLIED - TOD: ' LN-EFFECTIVE-TOD
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
           IF      LEAP-COUNT         >         ZERO
                   PERFORM 3100-LIST-ENTRY-S  THRU  3100-EXIT
                           VARYING LEAP-IDX FROM 1 BY 1
                           UNTIL LEAP-IDX > LEAP-COUNT.
           MOVE    LEAP-COUNT         TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'ENTRIES LISTED: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       3000-EXIT.
           EXIT.
      *
       3100-LIST-ENTRY-S.
           MOVE    SPACES             TO        LP2.
           STRING  'TOD: ' LT-EFFECTIVE-TOD(LEAP-IDX)
                   '  COUNT: ' LT-LEAP-SECONDS(LEAP-IDX)
                   '  UTC: '   LT-EFFECTIVE-UTC(LEAP-IDX)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       3100-EXIT.
           EXIT.
      *
       4000-WRITE-LEAPS-S.
           OPEN    OUTPUT             LEAPOUT.
           IF      LEAPOUT-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN LEAPOUT - FILE STATUS: '
                           LEAPOUT-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        VALID-ERROR-COUNT
                   GO TO   4000-EXIT.
           IF      LEAP-COUNT         >         ZERO
                   PERFORM 4100-WRITE-LEAP-S  THRU  4100-EXIT
                           VARYING LEAP-IDX FROM 1 BY 1
                           UNTIL LEAP-IDX > LEAP-COUNT.
           CLOSE   LEAPOUT.
           MOVE    ENTRIES-WRITTEN-COUNT  TO    COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'ENTRIES WRITTEN TO LEAPOUT: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       4000-EXIT.
           EXIT.
      *
       4100-WRITE-LEAP-S.
           MOVE    SPACES             TO        LEAPOUT-REC.
           MOVE    LT-EFFECTIVE-TOD(LEAP-IDX)   TO  LEAPOUT-REC(1:16).
           MOVE    LT-LEAP-SECONDS (LEAP-IDX)   TO  LEAPOUT-REC(17:2).
           MOVE    LT-EFFECTIVE-UTC(LEAP-IDX)   TO  LEAPOUT-REC(19:14).
           WRITE   LEAPOUT-REC.
           ADD     1                  TO        ENTRIES-WRITTEN-COUNT.
      *
       4100-EXIT.
           EXIT.
      *
      *    VALIDATION PASS - WITH THE TABLE IN TOD ORDER, ONE SWEEP
      *    CHECKS EACH ENTRY AGAINST STCKCONV AND AGAINST THE ENTRY
      *    AFTER IT.  A WRONG ENTRY SHIFTS EVERY TIMESTAMP TEST1G
      *    WRITES AFTER IT BY WHOLE SECONDS, WHICH NOTHING DOWNSTREAM
      *    WOULD NOTICE UNTIL BILLING FAILS TO RECONCILE.
       5000-VALIDATE-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'LEAP-SECOND TABLE VALIDATION'  TO   LP2.
           WRITE   LP2                AFTER 2.
           PERFORM 5050-SORT-TABLE-S  THRU  5050-EXIT.
           IF      LEAP-COUNT         >         ZERO
                   PERFORM 5300-CHECK-ENTRY-S  THRU  5300-EXIT
                           VARYING LEAP-IDX FROM 1 BY 1
                           UNTIL LEAP-IDX > LEAP-COUNT.
           IF      VALID-ERROR-COUNT  =         ZERO
                   MOVE    SPACES     TO        LP2
                   MOVE    '  NO TABLE ERRORS FOUND'    TO   LP2
                   WRITE   LP2        AFTER 1.
      *    THE LAST ENTRY IN TOD ORDER IS THE LEVEL TEST1G APPLIES
      *    TO EVERY CURRENT EVENT.
           MOVE    SPACES             TO        LP2.
           IF      LEAP-COUNT         =         ZERO
                   MOVE    '  TABLE EMPTY - TEST1G WILL APPLY NO '
                                      TO        LP2
                   MOVE    'LEAP-SECOND CORRECTION'
                                      TO        LP2(38:22)
           ELSE
                   STRING  '  CURRENT LEVEL: '
                           LT-LEAP-SECONDS (LEAP-COUNT)
                           ' SECONDS  EFFECTIVE: '
                           LT-EFFECTIVE-UTC(LEAP-COUNT) ' UTC'
                           DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
      *
       5000-EXIT.
           EXIT.
      *
       5050-SORT-TABLE-S.
           IF      LEAP-COUNT         <         2
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
                   VARYING LEAP-JDX FROM 1 BY 1
                   UNTIL LEAP-JDX NOT < LEAP-COUNT.
      *
       5100-EXIT.
           EXIT.
      *
       5200-SORT-COMPARE-S.
           COMPUTE LEAP-IDX = LEAP-JDX + 1.
           IF      LT-TOD-KEY(LEAP-JDX)    NOT >  LT-TOD-KEY(LEAP-IDX)
                   GO TO   5200-EXIT.
           MOVE    LEAP-ENTRY(LEAP-JDX)    TO   LEAP-ENTRY-SAVE.
           MOVE    LEAP-ENTRY(LEAP-IDX)    TO   LEAP-ENTRY(LEAP-JDX).
           MOVE    LEAP-ENTRY-SAVE         TO   LEAP-ENTRY(LEAP-IDX).
           MOVE    'Y'                TO        SORT-SWAP-SWITCH.
      *
       5200-EXIT.
           EXIT.
      *
       5300-CHECK-ENTRY-S.
           IF      LT-EFFECTIVE-UTC(LEAP-IDX)(7:2)   NOT =   '01'
               OR  LT-EFFECTIVE-UTC(LEAP-IDX)(9:6)   NOT =   '000000'
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  UTC NOT MIDNIGHT ON THE 1ST - TOD: '
                           LT-EFFECTIVE-TOD(LEAP-IDX)
                           '  UTC: ' LT-EFFECTIVE-UTC(LEAP-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
           PERFORM 5350-CHECK-TOD-S   THRU  5350-EXIT.
           IF      LEAP-IDX           =         LEAP-COUNT
                   GO TO   5300-EXIT.
           COMPUTE LEAP-JDX = LEAP-IDX + 1.
           IF      LT-TOD-KEY(LEAP-JDX)    =    LT-TOD-KEY(LEAP-IDX)
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  DUPLICATE EFFECTIVE TOD: '
                           LT-EFFECTIVE-TOD(LEAP-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   5300-EXIT.
           IF      LT-EFFECTIVE-UTC(LEAP-JDX)   NOT >
                   LT-EFFECTIVE-UTC(LEAP-IDX)
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  UTC OUT OF STEP WITH TOD ORDER - UTC: '
                           LT-EFFECTIVE-UTC(LEAP-IDX)
                           '  NEXT UTC: ' LT-EFFECTIVE-UTC(LEAP-JDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *    EACH LEAP SECOND MOVES THE COUNT BY EXACTLY ONE - UP FOR
      *    AN INSERTED SECOND, DOWN FOR A (SO FAR UNUSED) DELETED ONE.
           COMPUTE LEAP-STEP = LT-LEAP-SECONDS(LEAP-JDX)
                             - LT-LEAP-SECONDS(LEAP-IDX).
           IF      LEAP-STEP          NOT =     1
               AND LEAP-STEP          NOT =     -1
                   ADD     1          TO        VALID-ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  '  COUNT DOES NOT STEP BY ONE - UTC: '
                           LT-EFFECTIVE-UTC(LEAP-IDX)
                           '  COUNT: ' LT-LEAP-SECONDS(LEAP-IDX)
                           '  NEXT COUNT: ' LT-LEAP-SECONDS(LEAP-JDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       5300-EXIT.
           EXIT.
      *
      *    STCKCONV ALLOWS FOR NO LEAP SECONDS, SO FOR THE EFFECTIVE
      *    TOD IT MUST RETURN THE UTC TIME PLUS THE CUMULATIVE COUNT.
       5350-CHECK-TOD-S.
           MOVE    LT-EFFECTIVE-TOD(LEAP-IDX)   TO   TOD.
           MOVE    'F'                TO        STCK-DIRECTION.
      *    FOR DYNAMIC LINK
           CALL    CONVRTN    USING PARM.
      *    FOR STATIC CALL
      *    CALL    'STCKCONV' USING PARM.
      *
           MOVE    SPACES             TO        STCK-TS.
           STRING  YYYYMMDD HH MM SS
                   DELIMITED BY SIZE INTO STCK-TS.
           MOVE    LT-EFFECTIVE-UTC(LEAP-IDX)(1:8)   TO  NEXT-DAY-DATE.
           MOVE    LT-EFFECTIVE-UTC(LEAP-IDX)(9:2)   TO  LW-HH.
           MOVE    LT-EFFECTIVE-UTC(LEAP-IDX)(11:2)  TO  LW-MM.
           MOVE    LT-EFFECTIVE-UTC(LEAP-IDX)(13:2)  TO  LW-SS.
           COMPUTE LW-DAY-SECS = LW-HH * 3600 + LW-MM * 60 + LW-SS
                               + LT-LEAP-SECONDS(LEAP-IDX).
           IF      LW-DAY-SECS        NOT <     86400
                   SUBTRACT 86400     FROM      LW-DAY-SECS
                   PERFORM 5400-NEXT-DAY-S    THRU  5400-EXIT.
           COMPUTE LW-HH = LW-DAY-SECS / 3600.
           COMPUTE LW-MM = (LW-DAY-SECS - LW-HH * 3600) / 60.
           COMPUTE LW-SS = LW-DAY-SECS - LW-HH * 3600 - LW-MM * 60.
           MOVE    SPACES             TO        EXPECT-TS.
           STRING  NEXT-DAY-DATE LW-HH LW-MM LW-SS
                   DELIMITED BY SIZE INTO EXPECT-TS.
           IF      STCK-TS            =         EXPECT-TS
                   GO TO   5350-EXIT.
           ADD     1                  TO        VALID-ERROR-COUNT.
           MOVE    SPACES             TO        LP2.
           STRING  '  TOD AND UTC DISAGREE - TOD: '
                   LT-EFFECTIVE-TOD(LEAP-IDX)
                   '  UTC: ' LT-EFFECTIVE-UTC(LEAP-IDX)
                   '  COUNT: ' LT-LEAP-SECONDS(LEAP-IDX)
                   '  TOD GIVES: ' STCK-TS
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       5350-EXIT.
           EXIT.
      *
      *    ADDS ONE DAY TO NEXT-DAY-DATE - SAME MONTH-END AND LEAP
      *    RULES AS THE TEST1G DAY-ROLLOVER CARRY.
       5400-NEXT-DAY-S.
           ADD     1                  TO        ND-DD.
           PERFORM 5450-DAYS-IN-MONTH-S  THRU  5450-EXIT.
           IF      ND-DD              NOT >     ND-DAYS-IN-MONTH
                   GO TO   5400-EXIT.
           MOVE    1                  TO        ND-DD.
           ADD     1                  TO        ND-MM.
           IF      ND-MM              NOT >     12
                   GO TO   5400-EXIT.
           MOVE    1                  TO        ND-MM.
           ADD     1                  TO        ND-YYYY.
      *
       5400-EXIT.
           EXIT.
      *
       5450-DAYS-IN-MONTH-S.
           EVALUATE ND-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE    31         TO        ND-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE    30         TO        ND-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 5470-LEAP-YEAR-S  THRU  5470-EXIT
               WHEN OTHER
                   MOVE    30         TO        ND-DAYS-IN-MONTH
           END-EVALUATE.
      *
       5450-EXIT.
           EXIT.
      *
       5470-LEAP-YEAR-S.
           MOVE    28                 TO        ND-DAYS-IN-MONTH.
           DIVIDE  ND-YYYY  BY  4     GIVING ND-LEAP-QUOTIENT
                   REMAINDER ND-LEAP-REMAINDER.
           IF      ND-LEAP-REMAINDER  NOT =     0
                   GO TO   5470-EXIT.
           DIVIDE  ND-YYYY  BY  100   GIVING ND-LEAP-QUOTIENT
                   REMAINDER ND-LEAP-REMAINDER.
           IF      ND-LEAP-REMAINDER  NOT =     0
                   MOVE    29         TO        ND-DAYS-IN-MONTH
                   GO TO   5470-EXIT.
           DIVIDE  ND-YYYY  BY  400   GIVING ND-LEAP-QUOTIENT
                   REMAINDER ND-LEAP-REMAINDER.
           IF      ND-LEAP-REMAINDER  =         0
                   MOVE    29         TO        ND-DAYS-IN-MONTH.
      *
       5470-EXIT.
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
           STRING  '             TABLE ERRORS:         ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           IF      REJECTED-COUNT     =         ZERO
               AND VALID-ERROR-COUNT  =         ZERO
                   MOVE    'LEAP-SECOND TABLE CLEAN'   TO   LP2
           ELSE
                   MOVE    '*** LEAP-SECOND TABLE ERRORS FOUND ***'
                                      TO        LP2
                   MOVE    8          TO        RETURN-CODE.
           WRITE   LP2                AFTER 2.
           IF      LEAPTRAN-STATUS    =         '00'
                   CLOSE   LEAPTRAN.
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
           MOVE    'LEAPMNT'          TO        SL-PROGRAM.
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
           MOVE    'WRITTEN'          TO   SL-COUNT-LABEL(5).
           MOVE    ENTRIES-WRITTEN-COUNT TO   SL-COUNT-VALUE(5).
           MOVE    ZERO               TO   SL-COUNT-VALUE(6).
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
//* UNCOMMENT THE FOLLOWING FOR STATIC CALL
//*        DD *
//*INCLUDE LIB1(STCKCONV)
//*
//*LIB1     DD DSN=ANDREWJ.SOURCE.LMD,DISP=SHR
//SYSUT1   DD UNIT=SYSDA,SPACE=(1024,(120,120),,,ROUND)
//SYSLMOD  DD  DSNAME=&&GOSET(GO),DISP=(,PASS),UNIT=SYSDA,
//         SPACE=(CYL,(1,1,1))
//SYSPRINT DD SYSOUT=*
//*   LEAPTRAN RECORD: COL 1     FUNCTION  A=ADD C=CHANGE D=DELETE
//*                    COL 2-17  TOD AT WHICH THE LEAP SECOND TOOK
//*                              EFFECT, 16 HEX DIGITS (THE KEY)
//*                    COL 18-19 CUMULATIVE LEAP SECONDS FROM THEN ON
//*                    COL 20-33 THE SAME INSTANT AS UTC
//*                              YYYYMMDDHHMMSS (MIDNIGHT ON THE 1ST)
//*   RC 0 = TABLE CLEAN - THE NIGHTLY TEST1G BATCH MAY RUN.
//*   RC 8 = REJECTS OR TABLE ERRORS.
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB))
//STEPLIB  DD DSN=ANDREWJ.SOURCE.LMD,DISP=SHR FOR DYNAMIC LINK
//LEAPTRAN DD DSN=ANDREWJ.TOD.LEAPTRAN,DISP=SHR
//LEAPSEC  DD DSN=ANDREWJ.TOD.LEAPSEC,DISP=SHR
//*   THE UPDATED TABLE - COPY OVER LEAPSEC AFTER A CLEAN RUN.
//LEAPOUT  DD DSN=ANDREWJ.TOD.LEAPSEC.NEW,DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(CYL,(1,1)),
//         DCB=(BLKSIZE=8000,LRECL=80,RECFM=FB)
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
