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
       PROGRAM-ID.                     STEPRPT.
      *----------------------------------------------------------------*
      *                                                                *
      *    MORNING OPERATIONS REPORT - READS THE SHARED STEPLOG AND   *
      *    PRINTS ONE PAGE FOR A BUSINESS DATE: ONE LINE PER STEP     *
      *    WITH ITS RUN STAMP, RETURN CODE AND LOGGED COUNTS, A FLAG  *
      *    FOR EVERY EXPECTED STEP THAT DID NOT RUN, AND THE CROSS-   *
      *    FOOTS OF THE NIGHTLY HANDOFFS:                             *
      *        TEST1G FORWARD CONVERTED = CONVOUT RECORDS =           *
      *        EVTLOAD READ                                           *
      *        TEST1G REJECTED  = REJRCYC READ                        *
      *                                                                *
      *    A BUSINESS DATE RUNS FROM THE DAYBREAK TIME (NOON UNLESS   *
      *    A DAYBREAK= CARD SAYS OTHERWISE) ON THAT DATE TO JUST      *
      *    BEFORE DAYBREAK THE NEXT DAY, SO A CYCLE THAT CROSSES      *
      *    MIDNIGHT REPORTS AS ONE NIGHT.  WHERE A STEP RAN MORE      *
      *    THAN ONCE THE LAST RUN IS SHOWN AND THE RERUNS NOTED.      *
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
           SELECT STEPCARD ASSIGN  TO                  STEPCARD
                   FILE STATUS IS  STEPCARD-STATUS.
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
      *    CONTROL CARDS, ONE KEYWORD=VALUE PER CARD:
      *        DATE=YYYYMMDD     BUSINESS DATE TO REPORT.  NO CARD
      *                          MEANS YESTERDAY.
      *        EXPECT=XXXXXXXX   A STEP THAT SHOULD HAVE RUN - ONE
      *                          CARD PER STEP, IN PRINT ORDER.  NO
      *                          CARDS MEANS THE NIGHTLY DEFAULTS.
      *        DAYBREAK=HHMM     START OF THE BUSINESS DAY (1200).
      *    BLANK CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.
       FD  STEPCARD
           LABEL     RECORD  IS OMITTED.
       01  STEPCARD-REC                PIC X(80).
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
       77  CARD-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  CARD-EOF                          VALUE 'Y'.
       77  LOG-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  LOG-EOF                           VALUE 'Y'.
       77  STEPCARD-STATUS             PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  LOG-OPEN-SWITCH             PIC X(01) VALUE 'N'.
           88  LOG-OPEN                          VALUE 'Y'.
       77  REPORT-ERROR-SWITCH         PIC X(01) VALUE 'N'.
           88  REPORT-ERROR                      VALUE 'Y'.
       77  EXPECT-CARD-SWITCH          PIC X(01) VALUE 'N'.
           88  EXPECT-CARDS-READ                 VALUE 'Y'.
       77  STEP-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  STEP-FOUND                        VALUE 'Y'.
       77  LOG-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  LOG-SELECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  NOT-RUN-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WARNING-STEP-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  FAILED-STEP-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  OUT-OF-BALANCE-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  STEP-IDX                    PIC 9(04) COMP VALUE ZERO.
       77  STEP-HIT                    PIC 9(04) COMP VALUE ZERO.
       77  SLOT-IDX                    PIC 9(04) COMP VALUE ZERO.
       01  COUNT-ED                    PIC ZZZZZZ9.
       01  COUNT-ED-2                  PIC ZZZZZZ9.
       01  COUNT-ED-3                  PIC ZZZZZZ9.
       01  RC-ED                       PIC ZZZ9.
       01  RUNS-ED                     PIC ZZ9.
       01  SC-KEYWORD                  PIC X(08) VALUE SPACES.
       01  SC-VALUE                    PIC X(71) VALUE SPACES.
       01  RUN-DATE                    PIC 9(08).
       01  RUN-TIME                    PIC 9(08).
      *    THE BUSINESS DATE AND THE DAY AFTER IT - A STEPLOG RECORD
      *    BELONGS TO THE DATE WHEN IT IS STAMPED ON THE DATE AT OR
      *    AFTER DAYBREAK, OR ON THE NEXT DATE BEFORE DAYBREAK.
       01  BUSINESS-DATE.
           05  BD-YYYY                 PIC 9(04).
           05  BD-MM                   PIC 9(02).
           05  BD-DD                   PIC 9(02).
       01  BUSINESS-DATE-X REDEFINES BUSINESS-DATE
                                       PIC X(08).
       01  NEXT-DATE.
           05  ND-YYYY                 PIC 9(04).
           05  ND-MM                   PIC 9(02).
           05  ND-DD                   PIC 9(02).
       01  NEXT-DATE-X REDEFINES NEXT-DATE
                                       PIC X(08).
       01  DAYBREAK-TIME               PIC X(08) VALUE '12000000'.
       77  DATE-CARD-SWITCH            PIC X(01) VALUE 'N'.
           88  DATE-CARD-READ                    VALUE 'Y'.
       77  DAYS-IN-MONTH               PIC 9(02) COMP VALUE ZERO.
       77  LEAP-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
       77  LEAP-REMAINDER              PIC 9(04) COMP VALUE ZERO.
       77  LEAP-YYYY                   PIC 9(04) VALUE ZERO.
       77  LEAP-MM                     PIC 9(02) VALUE ZERO.
       77  CARD-DD                     PIC 9(02) VALUE ZERO.
      *    ONE ENTRY PER STEP - THE EXPECTED STEPS FIRST, IN CARD
      *    ORDER, THEN ANY OTHER PROGRAM FOUND LOGGED FOR THE DATE.
      *    THE LAST RUN'S RECORD IS KEPT WHOLE.
       01  STEP-TABLE.
           05  STEP-MAX                PIC 9(04) COMP VALUE 0030.
           05  STEP-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  STEP-ENTRY OCCURS 30.
               10  ST-PROGRAM          PIC X(08).
               10  ST-EXPECTED         PIC X(01).
               10  ST-RUN-COUNT        PIC 9(04) COMP.
               10  ST-LAST-REC         PIC X(140).
       77  STEP-OVF-COUNT              PIC 9(07) COMP VALUE ZERO.
      *    ONE STEP'S LAST RECORD, FOR PRINTING AND FOR THE CROSS-
      *    FOOTS - SAME LAYOUT AS STEPLOG-REC.
       01  STEP-REC.
           05  SR-PROGRAM              PIC X(08).
           05  SR-RUN-DATE             PIC X(08).
           05  SR-RUN-TIME             PIC X(08).
           05  SR-RETURN-CODE          PIC 9(04).
           05  SR-COUNT-SLOT OCCURS 6.
               10  SR-COUNT-LABEL      PIC X(08).
               10  SR-COUNT-VALUE      PIC 9(09).
           05  FILLER                  PIC X(10).
      *    ONE COUNT LOOKED UP BY PROGRAM AND LABEL FOR A CROSS-FOOT.
       01  FIND-PROGRAM                PIC X(08) VALUE SPACES.
       01  FIND-LABEL                  PIC X(08) VALUE SPACES.
       77  FIND-VALUE                  PIC 9(09) VALUE ZERO.
       77  FIND-OK-SWITCH              PIC X(01) VALUE 'N'.
           88  FIND-OK                           VALUE 'Y'.
       77  TEST1G-FWD-CONV             PIC 9(09) VALUE ZERO.
       77  TEST1G-CONVOUT              PIC 9(09) VALUE ZERO.
       77  TEST1G-REJECTED             PIC 9(09) VALUE ZERO.
       77  EVTLOAD-READ                PIC 9(09) VALUE ZERO.
       77  REJRCYC-READ                PIC 9(09) VALUE ZERO.
       01  SLOT-TEXT                   PIC X(17) VALUE SPACES.
       01  SLOT-LINE                   PIC X(102) VALUE SPACES.
       01  SLOT-POS                    PIC 9(04) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E   D I V I S I O N                         *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       0000-MAINLINE-S.
           PERFORM 1000-INIT-S          THRU  1000-EXIT.
           IF      NOT REPORT-ERROR
                   PERFORM 2000-READ-LOG-S      THRU  2000-EXIT
                           UNTIL LOG-EOF
                   PERFORM 3000-PRINT-STEPS-S   THRU  3000-EXIT
                   PERFORM 4000-CROSS-FOOT-S    THRU  4000-EXIT.
           PERFORM 9999-TERMINATE-S     THRU  9999-EXIT.
           STOP    RUN.
      *
       1000-INIT-S.
           OPEN    OUTPUT                   LPFILE.
           ACCEPT   RUN-DATE    FROM DATE YYYYMMDD.
           ACCEPT   RUN-TIME    FROM TIME.
           MOVE    SPACES             TO        LP2.
           STRING  'STEPRPT - MORNING OPERATIONS REPORT'
                   '  DATE: ' RUN-DATE
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER PAGE.
           MOVE    RUN-DATE           TO        BUSINESS-DATE.
           PERFORM 1100-READ-CARDS-S  THRU  1100-EXIT.
           IF      NOT DATE-CARD-READ
                   PERFORM 1400-PREV-DAY-S    THRU  1400-EXIT.
           IF      NOT EXPECT-CARDS-READ
                   PERFORM 1300-DEFAULT-STEPS-S  THRU  1300-EXIT.
           MOVE    BUSINESS-DATE      TO        NEXT-DATE.
           PERFORM 1450-NEXT-DAY-S    THRU  1450-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'BUSINESS DATE: ' BUSINESS-DATE-X
                   '  - STEPS LOGGED FROM ' BUSINESS-DATE-X ' '
                   DAYBREAK-TIME(1:4) ' UNTIL ' NEXT-DATE-X ' '
                   DAYBREAK-TIME(1:4)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           OPEN    INPUT              STEPLOG.
           IF      STEPLOG-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'STEPLOG NOT AVAILABLE - FILE STATUS: '
                           STEPLOG-STATUS
                           '  NO REPORT'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 2
                   MOVE    'Y'        TO        REPORT-ERROR-SWITCH
                   MOVE    'Y'        TO        LOG-EOF-SWITCH
           ELSE
                   MOVE    'Y'        TO        LOG-OPEN-SWITCH.
      *
       1000-EXIT.
           EXIT.
      *
       1100-READ-CARDS-S.
           OPEN    INPUT              STEPCARD.
           IF      STEPCARD-STATUS    NOT =     '00'
                   GO TO   1100-EXIT.
           PERFORM 1200-PARSE-CARD-S  THRU  1200-EXIT
                   UNTIL CARD-EOF.
           CLOSE   STEPCARD.
      *
       1100-EXIT.
           EXIT.
      *
       1200-PARSE-CARD-S.
           READ    STEPCARD
                   AT END
                   MOVE    'Y'        TO        CARD-EOF-SWITCH
                   GO TO   1200-EXIT.
           IF      STEPCARD-STATUS    NOT =     '00'
                   MOVE    'Y'        TO        CARD-EOF-SWITCH
                   GO TO   1200-EXIT.
           IF      STEPCARD-REC       =         SPACES
               OR  STEPCARD-REC(1:1)  =         '*'
                   GO TO   1200-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'CONTROL: ' STEPCARD-REC(1:70)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        SC-KEYWORD.
           MOVE    SPACES             TO        SC-VALUE.
           UNSTRING STEPCARD-REC DELIMITED BY '='
                   INTO SC-KEYWORD SC-VALUE.
           IF      SC-KEYWORD         =         'DATE'
                   PERFORM 1210-SET-DATE-S      THRU  1210-EXIT
           ELSE
           IF      SC-KEYWORD         =         'EXPECT'
                   PERFORM 1220-SET-EXPECT-S    THRU  1220-EXIT
           ELSE
           IF      SC-KEYWORD         =         'DAYBREAK'
                   PERFORM 1230-SET-DAYBREAK-S  THRU  1230-EXIT
           ELSE
                   PERFORM 1280-BAD-CARD-S      THRU  1280-EXIT.
      *
       1200-EXIT.
           EXIT.
      *
       1210-SET-DATE-S.
           IF      SC-VALUE(1:8)      NOT NUMERIC
               OR  SC-VALUE(9:1)      NOT =     SPACE
               OR  SC-VALUE(5:2)      <         '01'
               OR  SC-VALUE(5:2)      >         '12'
               OR  SC-VALUE(7:2)      <         '01'
               OR  SC-VALUE(7:2)      >         '31'
                   PERFORM 1280-BAD-CARD-S      THRU  1280-EXIT
                   GO TO   1210-EXIT.
      *    THE DAY MUST EXIST IN ITS MONTH - 0231 OR 0431 IS REJECTED.
           MOVE    SC-VALUE(1:4)      TO        LEAP-YYYY.
           MOVE    SC-VALUE(5:2)      TO        LEAP-MM.
           MOVE    SC-VALUE(7:2)      TO        CARD-DD.
           PERFORM 1460-DAYS-IN-MONTH-S  THRU  1460-EXIT.
           IF      CARD-DD            >         DAYS-IN-MONTH
                   PERFORM 1280-BAD-CARD-S      THRU  1280-EXIT
                   GO TO   1210-EXIT.
           MOVE    SC-VALUE(1:8)      TO        BUSINESS-DATE.
           MOVE    'Y'                TO        DATE-CARD-SWITCH.
      *
       1210-EXIT.
           EXIT.
      *
       1220-SET-EXPECT-S.
           IF      SC-VALUE(1:8)      =         SPACES
               OR  SC-VALUE(9:1)      NOT =     SPACE
                   PERFORM 1280-BAD-CARD-S      THRU  1280-EXIT
                   GO TO   1220-EXIT.
           MOVE    SC-VALUE(1:8)      TO        FIND-PROGRAM.
           PERFORM 2500-FIND-STEP-S   THRU  2500-EXIT.
           IF      STEP-FOUND
                   GO TO   1220-EXIT.
           IF      STEP-COUNT         NOT <     STEP-MAX
                   PERFORM 1280-BAD-CARD-S      THRU  1280-EXIT
                   GO TO   1220-EXIT.
           PERFORM 2550-ADD-STEP-S    THRU  2550-EXIT.
           MOVE    'Y'                TO   ST-EXPECTED(STEP-HIT).
           MOVE    'Y'                TO        EXPECT-CARD-SWITCH.
      *
       1220-EXIT.
           EXIT.
      *
       1230-SET-DAYBREAK-S.
           IF      SC-VALUE(1:4)      NOT NUMERIC
               OR  SC-VALUE(5:1)      NOT =     SPACE
               OR  SC-VALUE(1:2)      >         '23'
               OR  SC-VALUE(3:2)      >         '59'
                   PERFORM 1280-BAD-CARD-S      THRU  1280-EXIT
                   GO TO   1230-EXIT.
           MOVE    SC-VALUE(1:4)      TO        DAYBREAK-TIME(1:4).
      *
       1230-EXIT.
           EXIT.
      *
       1280-BAD-CARD-S.
           MOVE    SPACES             TO        LP2.
           STRING  'INVALID CONTROL CARD IGNORED: '
                   STEPCARD-REC(1:40)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       1280-EXIT.
           EXIT.
      *
      *    THE NIGHTLY CYCLE WHEN NO EXPECT= CARDS ARE GIVEN.
       1300-DEFAULT-STEPS-S.
           MOVE    'ZONMNT'           TO        FIND-PROGRAM.
           PERFORM 1350-DEFAULT-ONE-S THRU  1350-EXIT.
           MOVE    'TEST1G'           TO        FIND-PROGRAM.
           PERFORM 1350-DEFAULT-ONE-S THRU  1350-EXIT.
           MOVE    'EVTLOAD'          TO        FIND-PROGRAM.
           PERFORM 1350-DEFAULT-ONE-S THRU  1350-EXIT.
           MOVE    'REJRCYC'          TO        FIND-PROGRAM.
           PERFORM 1350-DEFAULT-ONE-S THRU  1350-EXIT.
           MOVE    'TODHAUD'          TO        FIND-PROGRAM.
           PERFORM 1350-DEFAULT-ONE-S THRU  1350-EXIT.
      *
       1300-EXIT.
           EXIT.
      *
       1350-DEFAULT-ONE-S.
           PERFORM 2550-ADD-STEP-S    THRU  2550-EXIT.
           MOVE    'Y'                TO   ST-EXPECTED(STEP-HIT).
      *
       1350-EXIT.
           EXIT.
      *
      *    YESTERDAY - THE DEFAULT BUSINESS DATE FOR A MORNING RUN.
       1400-PREV-DAY-S.
           IF      BD-DD              >         1
                   SUBTRACT 1         FROM      BD-DD
                   GO TO   1400-EXIT.
           IF      BD-MM              >         1
                   SUBTRACT 1         FROM      BD-MM
           ELSE
                   MOVE    12         TO        BD-MM
                   SUBTRACT 1         FROM      BD-YYYY.
           MOVE    BD-YYYY            TO        LEAP-YYYY.
           MOVE    BD-MM              TO        LEAP-MM.
           PERFORM 1460-DAYS-IN-MONTH-S  THRU  1460-EXIT.
           MOVE    DAYS-IN-MONTH      TO        BD-DD.
      *
       1400-EXIT.
           EXIT.
      *
       1450-NEXT-DAY-S.
           MOVE    ND-YYYY            TO        LEAP-YYYY.
           MOVE    ND-MM              TO        LEAP-MM.
           PERFORM 1460-DAYS-IN-MONTH-S  THRU  1460-EXIT.
           IF      ND-DD              <         DAYS-IN-MONTH
                   ADD     1          TO        ND-DD
                   GO TO   1450-EXIT.
           MOVE    1                  TO        ND-DD.
           IF      ND-MM              <         12
                   ADD     1          TO        ND-MM
           ELSE
                   MOVE    1          TO        ND-MM
                   ADD     1          TO        ND-YYYY.
      *
       1450-EXIT.
           EXIT.
      *
       1460-DAYS-IN-MONTH-S.
           EVALUATE LEAP-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE    31         TO        DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE    30         TO        DAYS-IN-MONTH
               WHEN 02
                   PERFORM 1470-LEAP-YEAR-S  THRU  1470-EXIT
               WHEN OTHER
                   MOVE    30         TO        DAYS-IN-MONTH
           END-EVALUATE.
      *
       1460-EXIT.
           EXIT.
      *
       1470-LEAP-YEAR-S.
           MOVE    28                 TO        DAYS-IN-MONTH.
           DIVIDE  LEAP-YYYY  BY  4   GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER.
           IF      LEAP-REMAINDER     NOT =     0
                   GO TO   1470-EXIT.
           DIVIDE  LEAP-YYYY  BY  100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER.
           IF      LEAP-REMAINDER     NOT =     0
                   MOVE    29         TO        DAYS-IN-MONTH
                   GO TO   1470-EXIT.
           DIVIDE  LEAP-YYYY  BY  400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER.
           IF      LEAP-REMAINDER     =         0
                   MOVE    29         TO        DAYS-IN-MONTH.
      *
       1470-EXIT.
           EXIT.
      *
      *    KEEPS THE RECORDS FOR THE BUSINESS DATE.  THE LOG IS IN
      *    RUN ORDER, SO A LATER RECORD FOR A STEP IS ITS RERUN.
       2000-READ-LOG-S.
           READ    STEPLOG
                   AT END
                   MOVE    'Y'        TO        LOG-EOF-SWITCH
                   GO TO   2000-EXIT.
           IF      STEPLOG-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'STEPLOG READ ERROR - FILE STATUS: '
                           STEPLOG-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        REPORT-ERROR-SWITCH
                   MOVE    'Y'        TO        LOG-EOF-SWITCH
                   GO TO   2000-EXIT.
           ADD     1                  TO        LOG-READ-COUNT.
           IF      SL-RUN-DATE        =         BUSINESS-DATE-X
               AND SL-RUN-TIME        NOT <     DAYBREAK-TIME
                   GO TO   2000-KEEP-S.
           IF      SL-RUN-DATE        =         NEXT-DATE-X
               AND SL-RUN-TIME        <         DAYBREAK-TIME
                   GO TO   2000-KEEP-S.
           GO TO   2000-EXIT.
      *
       2000-KEEP-S.
           ADD     1                  TO        LOG-SELECTED-COUNT.
           MOVE    SL-PROGRAM         TO        FIND-PROGRAM.
           PERFORM 2500-FIND-STEP-S   THRU  2500-EXIT.
           IF      NOT STEP-FOUND
               AND STEP-COUNT         NOT <     STEP-MAX
                   ADD     1          TO        STEP-OVF-COUNT
                   GO TO   2000-EXIT.
           IF      NOT STEP-FOUND
                   PERFORM 2550-ADD-STEP-S      THRU  2550-EXIT.
           ADD     1                  TO   ST-RUN-COUNT(STEP-HIT).
           MOVE    STEPLOG-REC        TO   ST-LAST-REC (STEP-HIT).
      *
       2000-EXIT.
           EXIT.
      *
       2500-FIND-STEP-S.
           MOVE    'N'                TO        STEP-FOUND-SWITCH.
           MOVE    ZERO               TO        STEP-HIT.
           IF      STEP-COUNT         >         ZERO
                   PERFORM 2510-SCAN-STEP-S  THRU  2510-EXIT
                           VARYING STEP-IDX FROM 1 BY 1
                           UNTIL STEP-IDX > STEP-COUNT
                           OR STEP-FOUND.
      *
       2500-EXIT.
           EXIT.
      *
       2510-SCAN-STEP-S.
           IF      ST-PROGRAM(STEP-IDX)  =      FIND-PROGRAM
                   MOVE    'Y'        TO        STEP-FOUND-SWITCH
                   MOVE    STEP-IDX   TO        STEP-HIT.
      *
       2510-EXIT.
           EXIT.
      *
      *    NEW ENTRY FOR FIND-PROGRAM - THE CALLER CHECKS FOR ROOM.
       2550-ADD-STEP-S.
           ADD     1                  TO        STEP-COUNT.
           MOVE    STEP-COUNT         TO        STEP-HIT.
           MOVE    FIND-PROGRAM       TO   ST-PROGRAM  (STEP-HIT).
           MOVE    'N'                TO   ST-EXPECTED (STEP-HIT).
           MOVE    ZERO               TO   ST-RUN-COUNT(STEP-HIT).
           MOVE    SPACES             TO   ST-LAST-REC (STEP-HIT).
      *
       2550-EXIT.
           EXIT.
      *
       3000-PRINT-STEPS-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'STEP     RUN DATE TIME   RC  COUNTS'  TO  LP2.
           WRITE   LP2                AFTER 2.
           PERFORM 3100-PRINT-STEP-S  THRU  3100-EXIT
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT.
           IF      STEP-OVF-COUNT     >         ZERO
                   MOVE    STEP-OVF-COUNT     TO   COUNT-ED
                   MOVE    SPACES     TO        LP2
                   STRING  'STEP TABLE FULL - RECORDS NOT SHOWN: '
                           COUNT-ED
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       3000-EXIT.
           EXIT.
      *
      *    ONE LINE PER STEP.  RC 4 IS A WARNING, ANYTHING HIGHER A
      *    FAILURE - BOTH ARE COUNTED FOR THE FOOT OF THE PAGE.
       3100-PRINT-STEP-S.
           MOVE    SPACES             TO        LP2.
           IF      ST-RUN-COUNT(STEP-IDX)  =    ZERO
                   ADD     1          TO        NOT-RUN-COUNT
                   STRING  ST-PROGRAM(STEP-IDX)
                           ' *** DID NOT RUN ***'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   3100-EXIT.
           MOVE    ST-LAST-REC(STEP-IDX)   TO   STEP-REC.
           IF      SR-RETURN-CODE     >         4
                   ADD     1          TO        FAILED-STEP-COUNT
           ELSE
           IF      SR-RETURN-CODE     >         0
                   ADD     1          TO        WARNING-STEP-COUNT.
           MOVE    SR-RETURN-CODE     TO        RC-ED.
           MOVE    SPACES             TO        SLOT-LINE.
           MOVE    1                  TO        SLOT-POS.
           PERFORM 3150-FORMAT-SLOT-S THRU  3150-EXIT
                   VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 6.
           STRING  SR-PROGRAM ' ' SR-RUN-DATE ' ' SR-RUN-TIME(1:4)
                   ' ' RC-ED '  ' SLOT-LINE
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           IF      ST-RUN-COUNT(STEP-IDX)  >    1
                   MOVE    ST-RUN-COUNT(STEP-IDX)  TO   RUNS-ED
                   MOVE    SPACES     TO        LP2
                   STRING  '         RAN ' RUNS-ED
                           ' TIMES - LAST RUN SHOWN'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
           IF      ST-EXPECTED(STEP-IDX)   =    'N'
                   MOVE    SPACES     TO        LP2
                   MOVE    '         NOT AN EXPECTED STEP'  TO  LP2
                   WRITE   LP2        AFTER 1.
      *
       3100-EXIT.
           EXIT.
      *
       3150-FORMAT-SLOT-S.
           IF      SR-COUNT-LABEL(SLOT-IDX)  =  SPACES
                   GO TO   3150-EXIT.
           MOVE    SR-COUNT-VALUE(SLOT-IDX)  TO COUNT-ED.
           MOVE    SPACES             TO        SLOT-TEXT.
           STRING  SR-COUNT-LABEL(SLOT-IDX) DELIMITED BY SPACE
                   '=' COUNT-ED
                   DELIMITED BY SIZE INTO SLOT-TEXT.
           MOVE    SLOT-TEXT          TO   SLOT-LINE(SLOT-POS:17).
           ADD     17                 TO        SLOT-POS.
      *
       3150-EXIT.
           EXIT.
      *
      *    THE HANDOFF CROSS-FOOTS.  A FOOT IS CHECKED ONLY WHEN BOTH
      *    ENDS OF THE HANDOFF RAN; A NIGHT WITH NO REJECTS NEEDS NO
      *    REJRCYC RUN.  ONLY TEST1G'S FORWARD CONVERSIONS WRITE
      *    CONVOUT - REVERSE AND SINGLE REQUESTS ARE NOT IN THE FOOT.
       4000-CROSS-FOOT-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'HANDOFF CROSS-FOOTS'          TO   LP2.
           WRITE   LP2                AFTER 2.
           MOVE    'TEST1G'           TO        FIND-PROGRAM.
           MOVE    'FWDCONV'          TO        FIND-LABEL.
           PERFORM 4500-FIND-COUNT-S  THRU  4500-EXIT.
           IF      NOT FIND-OK
                   MOVE    SPACES     TO        LP2
                   MOVE    '  NOT CHECKED - NO TEST1G RUN LOGGED'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        REPORT-ERROR-SWITCH
                   GO TO   4000-EXIT.
           MOVE    FIND-VALUE         TO        TEST1G-FWD-CONV.
           MOVE    'CONVOUT'          TO        FIND-LABEL.
           PERFORM 4500-FIND-COUNT-S  THRU  4500-EXIT.
           MOVE    FIND-VALUE         TO        TEST1G-CONVOUT.
           MOVE    'REJECTED'         TO        FIND-LABEL.
           PERFORM 4500-FIND-COUNT-S  THRU  4500-EXIT.
           MOVE    FIND-VALUE         TO        TEST1G-REJECTED.
           PERFORM 4100-FOOT-CONVOUT-S  THRU  4100-EXIT.
           PERFORM 4200-FOOT-REJECTS-S  THRU  4200-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
       4100-FOOT-CONVOUT-S.
           MOVE    'EVTLOAD'          TO        FIND-PROGRAM.
           MOVE    'READ'             TO        FIND-LABEL.
           PERFORM 4500-FIND-COUNT-S  THRU  4500-EXIT.
           MOVE    TEST1G-FWD-CONV    TO        COUNT-ED.
           MOVE    TEST1G-CONVOUT     TO        COUNT-ED-2.
           MOVE    SPACES             TO        LP2.
           IF      NOT FIND-OK
                   STRING  '  TEST1G FORWARD CONVERTED ' COUNT-ED
                           '  CONVOUT RECORDS ' COUNT-ED-2
                           '  EVTLOAD READ  - NOT RUN'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        OUT-OF-BALANCE-COUNT
                   GO TO   4100-EXIT.
           MOVE    FIND-VALUE         TO        EVTLOAD-READ.
           MOVE    EVTLOAD-READ       TO        COUNT-ED-3.
           IF      TEST1G-FWD-CONV    =         TEST1G-CONVOUT
               AND TEST1G-CONVOUT     =         EVTLOAD-READ
                   STRING  '  TEST1G FORWARD CONVERTED ' COUNT-ED
                           '  CONVOUT RECORDS ' COUNT-ED-2
                           '  EVTLOAD READ ' COUNT-ED-3
                           '  IN BALANCE'
                           DELIMITED BY SIZE INTO LP2
           ELSE
                   STRING  '  TEST1G FORWARD CONVERTED ' COUNT-ED
                           '  CONVOUT RECORDS ' COUNT-ED-2
                           '  EVTLOAD READ ' COUNT-ED-3
                           '  *** OUT OF BALANCE ***'
                           DELIMITED BY SIZE INTO LP2
                   ADD     1          TO        OUT-OF-BALANCE-COUNT.
           WRITE   LP2                AFTER 1.
      *
       4100-EXIT.
           EXIT.
      *
       4200-FOOT-REJECTS-S.
           MOVE    'REJRCYC'          TO        FIND-PROGRAM.
           MOVE    'READ'             TO        FIND-LABEL.
           PERFORM 4500-FIND-COUNT-S  THRU  4500-EXIT.
           MOVE    TEST1G-REJECTED    TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           IF      NOT FIND-OK
               AND TEST1G-REJECTED    =         ZERO
                   STRING  '  TEST1G REJECTED  ' COUNT-ED
                           '  REJRCYC READ  - NOT RUN, NO REJECTS'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   4200-EXIT.
           IF      NOT FIND-OK
                   STRING  '  TEST1G REJECTED  ' COUNT-ED
                           '  REJRCYC READ  - NOT RUN'
                           '  *** REJECTS NOT RECYCLED ***'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        OUT-OF-BALANCE-COUNT
                   GO TO   4200-EXIT.
           MOVE    FIND-VALUE         TO        REJRCYC-READ.
           MOVE    REJRCYC-READ       TO        COUNT-ED-2.
           IF      TEST1G-REJECTED    =         REJRCYC-READ
                   STRING  '  TEST1G REJECTED  ' COUNT-ED
                           '  REJRCYC READ ' COUNT-ED-2
                           '  IN BALANCE'
                           DELIMITED BY SIZE INTO LP2
           ELSE
                   STRING  '  TEST1G REJECTED  ' COUNT-ED
                           '  REJRCYC READ ' COUNT-ED-2
                           '  *** OUT OF BALANCE ***'
                           DELIMITED BY SIZE INTO LP2
                   ADD     1          TO        OUT-OF-BALANCE-COUNT.
           WRITE   LP2                AFTER 1.
      *
       4200-EXIT.
           EXIT.
      *
      *    THE COUNT LABELLED FIND-LABEL ON FIND-PROGRAM'S LAST RUN.
       4500-FIND-COUNT-S.
           MOVE    'N'                TO        FIND-OK-SWITCH.
           MOVE    ZERO               TO        FIND-VALUE.
           PERFORM 2500-FIND-STEP-S   THRU  2500-EXIT.
           IF      NOT STEP-FOUND
                   GO TO   4500-EXIT.
           IF      ST-RUN-COUNT(STEP-HIT)  =    ZERO
                   GO TO   4500-EXIT.
           MOVE    ST-LAST-REC(STEP-HIT)   TO   STEP-REC.
           PERFORM 4550-SCAN-SLOT-S   THRU  4550-EXIT
                   VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 6
                   OR FIND-OK.
      *
       4500-EXIT.
           EXIT.
      *
       4550-SCAN-SLOT-S.
           IF      SR-COUNT-LABEL(SLOT-IDX)  =  FIND-LABEL
                   MOVE    SR-COUNT-VALUE(SLOT-IDX)  TO  FIND-VALUE
                   MOVE    'Y'        TO        FIND-OK-SWITCH.
      *
       4550-EXIT.
           EXIT.
      *
       9999-TERMINATE-S.
           MOVE    LOG-READ-COUNT     TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'END OF RUN - STEPLOG RECORDS READ: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    LOG-SELECTED-COUNT TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             FOR THE DATE:         ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    NOT-RUN-COUNT      TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             STEPS NOT RUN:        ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    FAILED-STEP-COUNT  TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             STEPS RC OVER 4:      ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    WARNING-STEP-COUNT TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             STEPS RC 1-4:         ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    OUT-OF-BALANCE-COUNT  TO     COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             HANDOFFS OUT:         ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           IF      REPORT-ERROR
               OR  NOT-RUN-COUNT      >         ZERO
               OR  FAILED-STEP-COUNT  >         ZERO
               OR  OUT-OF-BALANCE-COUNT  >      ZERO
                   MOVE    '*** NIGHT NEEDS ATTENTION ***'  TO  LP2
                   MOVE    8          TO        RETURN-CODE
           ELSE
           IF      WARNING-STEP-COUNT >         ZERO
                   MOVE    'NIGHT COMPLETE - WARNINGS ONLY'  TO  LP2
                   MOVE    4          TO        RETURN-CODE
           ELSE
                   MOVE    'NIGHT COMPLETE AND IN BALANCE'  TO  LP2.
           WRITE   LP2                AFTER 2.
           IF      LOG-OPEN
                   CLOSE   STEPLOG.
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
           MOVE    'STEPRPT'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'SELECTED'         TO   SL-COUNT-LABEL(1).
           MOVE    LOG-SELECTED-COUNT TO   SL-COUNT-VALUE(1).
           MOVE    'NOTRUN'           TO   SL-COUNT-LABEL(2).
           MOVE    NOT-RUN-COUNT      TO   SL-COUNT-VALUE(2).
           MOVE    'FAILED'           TO   SL-COUNT-LABEL(3).
           MOVE    FAILED-STEP-COUNT  TO   SL-COUNT-VALUE(3).
           MOVE    'OUTBAL'           TO   SL-COUNT-LABEL(4).
           MOVE    OUT-OF-BALANCE-COUNT  TO  SL-COUNT-VALUE(4).
           MOVE    ZERO               TO   SL-COUNT-VALUE(5).
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
//SYSUT1   DD UNIT=SYSDA,SPACE=(1024,(120,120),,,ROUND)
//SYSLMOD  DD  DSNAME=&&GOSET(GO),DISP=(,PASS),UNIT=SYSDA,
//         SPACE=(CYL,(1,1,1))
//SYSPRINT DD SYSOUT=*
//*   STEPLOG RECORD:  COL 1-8   PROGRAM ID
//*                    COL 9-24  RUN STAMP YYYYMMDDHHMMSSTT
//*                    COL 25-28 RETURN CODE
//*                    COL 29-130 SIX COUNT SLOTS, EACH AN 8-BYTE
//*                              LABEL AND A 9-DIGIT COUNT
//*   RUN EACH MORNING AFTER THE CYCLE.
//*   RC 0 = EVERY EXPECTED STEP RAN CLEAN AND THE HANDOFFS FOOT.
//*   RC 4 = ALL RAN AND FOOT, BUT A STEP ENDED WITH A WARNING.
//*   RC 8 = A STEP DID NOT RUN OR FAILED, OR A HANDOFF IS OUT.
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB))
//STEPCARD DD *
EXPECT=ZONMNT
EXPECT=TEST1G
EXPECT=EVTLOAD
EXPECT=REJRCYC
EXPECT=TODHAUD
/*
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
