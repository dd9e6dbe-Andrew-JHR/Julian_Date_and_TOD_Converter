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
       PROGRAM-ID.                     JOBXREF.
      *----------------------------------------------------------------*
      *                                                                *
      *    JOBTAB CROSS-REFERENCE AUDIT - READS JOBTAB, EVTMAST, THE  *
      *    SCHEDULE DECK, THE RUNHIST 'D' RECORDS AND ZONRULE, AND    *
      *    REPORTS:                                                   *
      *        - ORPHAN TAGS - TAGS WITH EVENTS OR SCHEDULE CARDS BUT *
      *          NO JOBTAB ENTRY (TEST1G COUNTS THESE ONLY AS         *
      *          LOOKUP MISSES), WITH EVENT COUNTS AND THE FIRST AND  *
      *          LAST LOCAL DATES THEY WERE SEEN                      *
      *        - DORMANT ENTRIES - JOBTAB TAGS WITH NO EVENT IN THE   *
      *          LAST N DAYS (DORMANT= CONTROL CARD, DEFAULT 90)      *
      *        - JOBTAB ZONE CODES THAT NO ZONRULE RULE CARRIES       *
      *          (THOSE JOBS RUN ON THE SHOP DEFAULT OFFSET)          *
      *    NOTHING IS UPDATED.                                        *
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
           SELECT XREFCARD ASSIGN  TO                  XREFCARD
                   FILE STATUS IS  XREFCARD-STATUS.
           SELECT JOBTAB   ASSIGN  TO                  JOBTAB
                   ORGANIZATION    IS   INDEXED
                   ACCESS MODE     IS   DYNAMIC
                   RECORD KEY      IS   JT-JOB-TAG
                   FILE STATUS IS  JOBTAB-STATUS.
           SELECT EVTMAST  ASSIGN  TO                  EVTMAST
                   ORGANIZATION    IS   INDEXED
                   ACCESS MODE     IS   DYNAMIC
                   RECORD KEY      IS   EM-KEY
                   FILE STATUS IS  EVTMAST-STATUS.
           SELECT SCHFILE  ASSIGN  TO                  SCHEDULE
                   FILE STATUS IS  SCHFILE-STATUS.
           SELECT RUNHIST  ASSIGN  TO                  RUNHIST
                   FILE STATUS IS  RUNHIST-STATUS.
           SELECT ZONRULE  ASSIGN  TO                  ZONRULE
                   FILE STATUS IS  ZONRULE-STATUS.
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
      *    CONTROL CARD, ONE KEYWORD=VALUE PER CARD:
      *        DORMANT=NNN       A JOBTAB ENTRY WITH NO EVENT IN THIS
      *                          MANY DAYS IS REPORTED DORMANT.  NO
      *                          CARD MEANS 90 DAYS.
      *    BLANK CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.
       FD  XREFCARD
           LABEL     RECORD  IS OMITTED.
       01  XREFCARD-REC                PIC X(80).
       FD  JOBTAB.
       01  JOBTAB-REC.
           05  JT-JOB-TAG              PIC X(08).
           05  JT-JOB-NAME             PIC X(20).
           05  JT-ZONE-CODE            PIC X(04).
           05  JT-COST-CENTER          PIC X(08).
           05  FILLER                  PIC X(40).
      *    RECORD LAYOUT AS WRITTEN BY EVTLOAD - KEEP IN STEP WITH THE
      *    EVTMAST FD THERE.
       FD  EVTMAST.
       01  EVTMAST-REC.
           05  EM-KEY.
               10  EM-JOB-TAG          PIC X(08).
               10  EM-GMT-YYYYMMDD     PIC X(08).
               10  EM-GMT-HH           PIC X(02).
               10  EM-GMT-MM           PIC X(02).
               10  EM-GMT-SS           PIC X(02).
           05  EM-JOB-NAME             PIC X(20).
           05  EM-TOD                  PIC X(16).
           05  EM-LOC-YYYYMMDD         PIC X(08).
           05  EM-LOC-HH               PIC X(02).
           05  EM-LOC-MM               PIC X(02).
           05  EM-LOC-SS               PIC X(02).
           05  EM-MICROS               PIC X(06).
           05  EM-JULIAN-DATE          PIC X(07).
           05  EM-LOAD-DATE            PIC X(08).
           05  EM-LOAD-TIME            PIC X(08).
           05  EM-EVENT-TYPE           PIC X(01).
           05  FILLER                  PIC X(08).
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
      *    RECORD LAYOUT AS WRITTEN BY TEST1G - KEEP IN STEP WITH THE
      *    RUNHIST FD THERE.  ONLY THE 'D' RECORDS ARE USED HERE.
       FD  RUNHIST
           LABEL     RECORD  IS OMITTED.
       01  RUNHIST-REC.
           05  RH-REC-TYPE             PIC X(01).
               88  RH-RUN-HEADER                 VALUE 'H'.
               88  RH-RUN-DETAIL                 VALUE 'D'.
               88  RH-RUN-TRAILER                VALUE 'T'.
           05  RH-RUN-DATE             PIC X(08).
           05  RH-RUN-TIME             PIC X(08).
           05  RH-DATA                 PIC X(83).
           05  RH-DETAIL  REDEFINES RH-DATA.
               10  RD-JOB-TAG          PIC X(08).
               10  RD-DIRECTION        PIC X(01).
               10  RD-TOD              PIC X(16).
               10  RD-LOCAL-TS         PIC X(14).
               10  RD-JULIAN           PIC X(07).
               10  RD-SOURCE-SYSTEM    PIC X(08).
               10  FILLER              PIC X(29).
      *    RECORD LAYOUT AS READ BY TEST1G - KEEP IN STEP WITH THE
      *    ZONRULE FD THERE.
       FD  ZONRULE
           LABEL     RECORD  IS OMITTED.
       01  ZONRULE-REC.
           05  ZR-ZONE-CODE            PIC X(04).
           05  ZR-START-DATE           PIC X(08).
           05  ZR-END-DATE             PIC X(08).
           05  ZR-OFFSET-SIGN          PIC X(01).
           05  ZR-OFFSET-HOURS         PIC 9(02).
           05  ZR-OFFSET-MINUTES       PIC 9(02).
           05  FILLER                  PIC X(55).
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
       77  JOBTAB-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  JOBTAB-EOF                        VALUE 'Y'.
       77  EVT-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  EVT-EOF                           VALUE 'Y'.
       77  HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  HIST-EOF                          VALUE 'Y'.
       77  SCHED-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  SCHED-EOF                         VALUE 'Y'.
       77  ZONE-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  ZONE-EOF                          VALUE 'Y'.
       77  XREFCARD-STATUS             PIC X(02) VALUE SPACES.
       77  JOBTAB-STATUS               PIC X(02) VALUE SPACES.
       77  EVTMAST-STATUS              PIC X(02) VALUE SPACES.
       77  SCHFILE-STATUS              PIC X(02) VALUE SPACES.
       77  RUNHIST-STATUS              PIC X(02) VALUE SPACES.
       77  ZONRULE-STATUS              PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  XREF-ERROR-SWITCH           PIC X(01) VALUE 'N'.
           88  XREF-ERROR                        VALUE 'Y'.
       77  ZONES-LOADED-SWITCH         PIC X(01) VALUE 'N'.
           88  ZONES-LOADED                      VALUE 'Y'.
      *    ZONRULE COULD NOT BE READ IN FULL - THE ZONE CHECK IS
      *    SKIPPED BUT THE REST OF THE AUDIT STILL RUNS.
       77  ZONE-CHECK-INCOMPLETE-SWITCH PIC X(01) VALUE 'N'.
           88  ZONE-CHECK-INCOMPLETE             VALUE 'Y'.
       77  ZONE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  ZONE-FOUND                        VALUE 'Y'.
       77  ORPHAN-OVERFLOW-SWITCH      PIC X(01) VALUE 'N'.
           88  ORPHAN-OVERFLOW                   VALUE 'Y'.
       77  EVENTS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  HIST-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  CARDS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  ORPHAN-FOUND-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  DORMANT-FOUND-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  ZONE-MISS-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  JOB-IDX                     PIC 9(04) COMP VALUE ZERO.
       77  JOB-HIT                     PIC 9(04) COMP VALUE ZERO.
       77  JOB-LO                      PIC 9(04) COMP VALUE ZERO.
       77  JOB-HI                      PIC 9(04) COMP VALUE ZERO.
       77  JOB-MID                     PIC 9(04) COMP VALUE ZERO.
       77  ORPHAN-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  ORPHAN-HIT                  PIC 9(04) COMP VALUE ZERO.
       77  ZONE-IDX                    PIC 9(04) COMP VALUE ZERO.
       77  DAY-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  COUNT-ED                    PIC ZZZZZZ9.
       01  COUNT-ED-2                  PIC ZZZZZZ9.
       01  COUNT-ED-3                  PIC ZZZZZZ9.
       01  DAYS-ED                     PIC ZZ9.
       01  XC-KEYWORD                  PIC X(08) VALUE SPACES.
       01  XC-VALUE                    PIC X(71) VALUE SPACES.
       01  RUN-DATE                    PIC 9(08).
       01  RUN-TIME                    PIC 9(08).
      *    DORMANT WINDOW - AN ENTRY LAST SEEN BEFORE CUTOFF-DATE
      *    (RUN DATE LESS DORMANT-DAYS) IS DORMANT.
       77  DORMANT-DAYS                PIC 9(03) VALUE 090.
       01  CUTOFF-DATE.
           05  CO-YYYY                 PIC 9(04).
           05  CO-MM                   PIC 9(02).
           05  CO-DD                   PIC 9(02).
       01  CUTOFF-DATE-X REDEFINES CUTOFF-DATE
                                       PIC X(08).
       77  CO-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
       77  CO-LEAP-QUOTIENT            PIC 9(07) COMP VALUE ZERO.
       77  CO-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
      *    ONE SIGHTING OF A TAG, SET BY EACH SCAN FOR 2400:
      *        E = EVTMAST EVENT   H = RUNHIST 'D'   S = SCHEDULE CARD
       01  SEEN-TAG                    PIC X(08) VALUE SPACES.
       01  SEEN-DATE                   PIC X(08) VALUE SPACES.
       77  SEEN-SOURCE                 PIC X(01) VALUE SPACE.
           88  SEEN-EVENT                        VALUE 'E'.
           88  SEEN-HISTORY                      VALUE 'H'.
           88  SEEN-SCHEDULE                     VALUE 'S'.
      *    JOBTAB IN KEY ORDER, AS READ - SEARCHED BY HALVING.
       01  JOB-TABLE.
           05  JOB-MAX                 PIC 9(04) COMP VALUE 2000.
           05  JOB-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  JOB-ENTRY OCCURS 2000.
               10  JTE-JOB-TAG         PIC X(08).
               10  JTE-JOB-NAME        PIC X(20).
               10  JTE-ZONE-CODE       PIC X(04).
               10  JTE-EVENT-COUNT     PIC 9(07) COMP.
               10  JTE-SCHED-COUNT     PIC 9(07) COMP.
               10  JTE-LAST-SEEN       PIC X(08).
      *    TAGS SEEN BUT NOT ON JOBTAB.  A TAG ARRIVING AFTER THE
      *    TABLE IS FULL ROLLS INTO ONE *OTHERS* LINE.
       01  ORPHAN-TABLE.
           05  ORPHAN-MAX              PIC 9(04) COMP VALUE 0500.
           05  ORPHAN-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  ORPHAN-ENTRY OCCURS 500.
               10  OT-JOB-TAG          PIC X(08).
               10  OT-EVENT-COUNT      PIC 9(07) COMP.
               10  OT-HIST-COUNT       PIC 9(07) COMP.
               10  OT-SCHED-COUNT      PIC 9(07) COMP.
               10  OT-FIRST-SEEN       PIC X(08).
               10  OT-LAST-SEEN        PIC X(08).
       01  ORPHAN-OVERFLOW-TOTALS.
           05  OO-EVENT-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  OO-HIST-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  OO-SCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
      *    EVERY ZONE CODE ZONRULE CARRIES, WHATEVER ITS DATES.
       01  ZONE-TABLE.
           05  ZONE-MAX                PIC 9(04) COMP VALUE 0200.
           05  ZONE-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  ZONE-ENTRY OCCURS 200.
               10  ZT-ZONE-CODE        PIC X(04).
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E   D I V I S I O N                         *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       0000-MAINLINE-S.
           PERFORM 1000-INIT-S          THRU  1000-EXIT.
           IF      NOT XREF-ERROR
                   PERFORM 2000-SCAN-EVTMAST-S  THRU  2000-EXIT
                   PERFORM 2100-SCAN-RUNHIST-S  THRU  2100-EXIT
                   PERFORM 2200-SCAN-SCHEDULE-S THRU  2200-EXIT
                   PERFORM 3000-REPORT-ORPHANS-S THRU 3000-EXIT
                   PERFORM 4000-REPORT-DORMANT-S THRU 4000-EXIT
                   PERFORM 5000-REPORT-ZONES-S  THRU  5000-EXIT.
           PERFORM 9999-TERMINATE-S     THRU  9999-EXIT.
           STOP    RUN.
      *
       1000-INIT-S.
           OPEN    OUTPUT                   LPFILE.
           ACCEPT   RUN-DATE    FROM DATE YYYYMMDD.
           ACCEPT   RUN-TIME    FROM TIME.
           MOVE    SPACES         TO        LP2.
           STRING  'JOBXREF - JOBTAB CROSS-REFERENCE AUDIT'
                   '  DATE: ' RUN-DATE
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER PAGE.
           PERFORM 1100-READ-CARDS-S  THRU  1100-EXIT.
           PERFORM 1300-SET-CUTOFF-S  THRU  1300-EXIT.
           PERFORM 1400-LOAD-ZONES-S  THRU  1400-EXIT.
           PERFORM 1500-LOAD-JOBTAB-S THRU  1500-EXIT.
      *
       1000-EXIT.
           EXIT.
      *
       1100-READ-CARDS-S.
           OPEN    INPUT              XREFCARD.
           IF      XREFCARD-STATUS    NOT =     '00'
                   GO TO   1100-EXIT.
           PERFORM 1200-PARSE-CARD-S  THRU  1200-EXIT
                   UNTIL CARD-EOF.
           CLOSE   XREFCARD.
      *
       1100-EXIT.
           EXIT.
      *
       1200-PARSE-CARD-S.
           READ    XREFCARD
                   AT END
                   MOVE    'Y'        TO        CARD-EOF-SWITCH
                   GO TO   1200-EXIT.
           IF      XREFCARD-STATUS    NOT =     '00'
                   MOVE    'Y'        TO        CARD-EOF-SWITCH
                   GO TO   1200-EXIT.
           IF      XREFCARD-REC       =         SPACES
               OR  XREFCARD-REC(1:1)  =         '*'
                   GO TO   1200-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'CONTROL: ' XREFCARD-REC(1:70)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        XC-KEYWORD.
           MOVE    SPACES             TO        XC-VALUE.
           UNSTRING XREFCARD-REC DELIMITED BY '='
                   INTO XC-KEYWORD XC-VALUE.
           IF      XC-KEYWORD         =         'DORMANT'
                   PERFORM 1250-SET-DORMANT-S   THRU  1250-EXIT
           ELSE
                   PERFORM 1280-BAD-CARD-S      THRU  1280-EXIT.
      *
       1200-EXIT.
           EXIT.
      *
      *    ONE TO THREE DIGITS, NOT ZERO.
       1250-SET-DORMANT-S.
           IF      XC-VALUE(1:3)      NUMERIC
               AND XC-VALUE(4:1)      =         SPACE
               AND XC-VALUE(1:3)      NOT =     '000'
                   MOVE    XC-VALUE(1:3)    TO  DORMANT-DAYS
                   GO TO   1250-EXIT.
           IF      XC-VALUE(1:2)      NUMERIC
               AND XC-VALUE(3:1)      =         SPACE
               AND XC-VALUE(1:2)      NOT =     '00'
                   MOVE    XC-VALUE(1:2)    TO  DORMANT-DAYS
                   GO TO   1250-EXIT.
           IF      XC-VALUE(1:1)      NUMERIC
               AND XC-VALUE(2:1)      =         SPACE
               AND XC-VALUE(1:1)      NOT =     '0'
                   MOVE    XC-VALUE(1:1)    TO  DORMANT-DAYS
                   GO TO   1250-EXIT.
           PERFORM 1280-BAD-CARD-S    THRU  1280-EXIT.
      *
       1250-EXIT.
           EXIT.
      *
       1280-BAD-CARD-S.
           MOVE    SPACES             TO        LP2.
           STRING  'INVALID CONTROL CARD IGNORED: '
                   XREFCARD-REC(1:40)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       1280-EXIT.
           EXIT.
      *
      *    STEPS BACK DORMANT-DAYS DAYS FROM THE RUN DATE.
       1300-SET-CUTOFF-S.
           MOVE    RUN-DATE           TO        CUTOFF-DATE.
           PERFORM 1350-PREV-DAY-S    THRU  1350-EXIT
                   VARYING DAY-COUNT FROM 1 BY 1
                   UNTIL DAY-COUNT > DORMANT-DAYS.
           MOVE    DORMANT-DAYS       TO        DAYS-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'DORMANT WINDOW: ' DAYS-ED ' DAYS - NO EVENT SINCE '
                   CUTOFF-DATE-X
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       1300-EXIT.
           EXIT.
      *
      *    TAKES ONE DAY OFF CUTOFF-DATE - SAME MONTH-END AND LEAP
      *    RULES AS THE TEST1G DAY-ROLLOVER CARRY.
       1350-PREV-DAY-S.
           IF      CO-DD              >         1
                   SUBTRACT 1         FROM      CO-DD
                   GO TO   1350-EXIT.
           IF      CO-MM              >         1
                   SUBTRACT 1         FROM      CO-MM
           ELSE
                   MOVE    12         TO        CO-MM
                   SUBTRACT 1         FROM      CO-YYYY.
           PERFORM 1360-DAYS-IN-MONTH-S  THRU  1360-EXIT.
           MOVE    CO-DAYS-IN-MONTH   TO        CO-DD.
      *
       1350-EXIT.
           EXIT.
      *
       1360-DAYS-IN-MONTH-S.
           EVALUATE CO-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE    31         TO        CO-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE    30         TO        CO-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 1370-LEAP-YEAR-S  THRU  1370-EXIT
               WHEN OTHER
                   MOVE    30         TO        CO-DAYS-IN-MONTH
           END-EVALUATE.
      *
       1360-EXIT.
           EXIT.
      *
       1370-LEAP-YEAR-S.
           MOVE    28                 TO        CO-DAYS-IN-MONTH.
           DIVIDE  CO-YYYY  BY  4     GIVING CO-LEAP-QUOTIENT
                   REMAINDER CO-LEAP-REMAINDER.
           IF      CO-LEAP-REMAINDER  NOT =     0
                   GO TO   1370-EXIT.
           DIVIDE  CO-YYYY  BY  100   GIVING CO-LEAP-QUOTIENT
                   REMAINDER CO-LEAP-REMAINDER.
           IF      CO-LEAP-REMAINDER  NOT =     0
                   MOVE    29         TO        CO-DAYS-IN-MONTH
                   GO TO   1370-EXIT.
           DIVIDE  CO-YYYY  BY  400   GIVING CO-LEAP-QUOTIENT
                   REMAINDER CO-LEAP-REMAINDER.
           IF      CO-LEAP-REMAINDER  =         0
                   MOVE    29         TO        CO-DAYS-IN-MONTH.
      *
       1370-EXIT.
           EXIT.
      *
      *    WITHOUT ZONRULE EVERY ZONE CODE WOULD LOOK UNKNOWN, SO THE
      *    ZONE CHECK IS SKIPPED AND THE RUN FLAGGED INSTEAD - THE
      *    REST OF THE AUDIT STILL RUNS.  A TABLE THAT FILLS, OR A READ
      *    ERROR PART WAY, LEAVES CODES NOT HELD AND IS TREATED THE
      *    SAME WAY.
       1400-LOAD-ZONES-S.
           OPEN    INPUT              ZONRULE.
           IF      ZONRULE-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'ZONRULE NOT AVAILABLE - FILE STATUS: '
                           ZONRULE-STATUS
                           '  ZONE CODES NOT CHECKED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO   ZONE-CHECK-INCOMPLETE-SWITCH
                   GO TO   1400-EXIT.
           MOVE    'Y'                TO        ZONES-LOADED-SWITCH.
           PERFORM 1450-READ-ZONE-S   THRU  1450-EXIT
                   UNTIL ZONE-EOF.
           CLOSE   ZONRULE.
      *
       1400-EXIT.
           EXIT.
      *
       1450-READ-ZONE-S.
           READ    ZONRULE
                   AT END
                   MOVE    'Y'        TO        ZONE-EOF-SWITCH
                   GO TO   1450-EXIT.
           IF      ZONRULE-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'ZONRULE READ ERROR - FILE STATUS: '
                           ZONRULE-STATUS
                           '  ZONE CODES NOT CHECKED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO   ZONE-CHECK-INCOMPLETE-SWITCH
                   MOVE    'Y'        TO        ZONE-EOF-SWITCH
                   GO TO   1450-EXIT.
           IF      ZR-ZONE-CODE       =         SPACES
                   GO TO   1450-EXIT.
           MOVE    ZR-ZONE-CODE       TO        SEEN-TAG.
           PERFORM 5200-FIND-ZONE-S   THRU  5200-EXIT.
           IF      ZONE-FOUND
                   GO TO   1450-EXIT.
           IF      ZONE-COUNT         NOT <     ZONE-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'ZONE TABLE FULL - CODE NOT HELD: '
                           ZR-ZONE-CODE
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO   ZONE-CHECK-INCOMPLETE-SWITCH
                   GO TO   1450-EXIT.
           ADD     1                  TO        ZONE-COUNT.
           MOVE    ZR-ZONE-CODE       TO   ZT-ZONE-CODE(ZONE-COUNT).
      *
       1450-EXIT.
           EXIT.
      *
      *    JOBTAB IS THE SUBJECT OF THE AUDIT - WITHOUT ALL OF IT THE
      *    ORPHAN LIST WOULD BE WRONG, SO A FAILURE STOPS THE RUN.
       1500-LOAD-JOBTAB-S.
           OPEN    INPUT              JOBTAB.
           IF      JOBTAB-STATUS      NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'JOBTAB NOT AVAILABLE - FILE STATUS: '
                           JOBTAB-STATUS
                           '  RUN STOPPED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        XREF-ERROR-SWITCH
                   GO TO   1500-EXIT.
           MOVE    LOW-VALUES         TO        JT-JOB-TAG.
           START   JOBTAB  KEY NOT <  JT-JOB-TAG
                   INVALID KEY
                   MOVE    'Y'        TO        JOBTAB-EOF-SWITCH.
           PERFORM 1550-READ-JOB-S    THRU  1550-EXIT
                   UNTIL JOBTAB-EOF.
           CLOSE   JOBTAB.
      *
       1500-EXIT.
           EXIT.
      *
       1550-READ-JOB-S.
           READ    JOBTAB  NEXT
                   AT END
                   MOVE    'Y'        TO        JOBTAB-EOF-SWITCH
                   GO TO   1550-EXIT.
           IF      JOBTAB-STATUS      NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'JOBTAB READ ERROR - FILE STATUS: '
                           JOBTAB-STATUS
                           '  RUN STOPPED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        XREF-ERROR-SWITCH
                   MOVE    'Y'        TO        JOBTAB-EOF-SWITCH
                   GO TO   1550-EXIT.
           IF      JOB-COUNT          NOT <     JOB-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'JOB TABLE FULL AT TAG ' JT-JOB-TAG
                           '  RUN STOPPED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        XREF-ERROR-SWITCH
                   MOVE    'Y'        TO        JOBTAB-EOF-SWITCH
                   GO TO   1550-EXIT.
           ADD     1                  TO        JOB-COUNT.
           MOVE    JT-JOB-TAG     TO   JTE-JOB-TAG    (JOB-COUNT).
           MOVE    JT-JOB-NAME    TO   JTE-JOB-NAME   (JOB-COUNT).
           MOVE    JT-ZONE-CODE   TO   JTE-ZONE-CODE  (JOB-COUNT).
           MOVE    ZERO           TO   JTE-EVENT-COUNT(JOB-COUNT).
           MOVE    ZERO           TO   JTE-SCHED-COUNT(JOB-COUNT).
           MOVE    SPACES         TO   JTE-LAST-SEEN  (JOB-COUNT).
      *
       1550-EXIT.
           EXIT.
      *
      *    EVERY EVENT ON THE MASTER, IN KEY ORDER.  THE DATE SEEN IS
      *    THE EVENT'S LOCAL DATE, AS ON THE PRINTED REPORTS.
       2000-SCAN-EVTMAST-S.
           OPEN    INPUT              EVTMAST.
           IF      EVTMAST-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'EVTMAST NOT AVAILABLE - FILE STATUS: '
                           EVTMAST-STATUS
                           '  EVENTS NOT COUNTED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        XREF-ERROR-SWITCH
                   GO TO   2000-EXIT.
           MOVE    LOW-VALUES         TO        EM-KEY.
           START   EVTMAST  KEY NOT <  EM-KEY
                   INVALID KEY
                   MOVE    'Y'        TO        EVT-EOF-SWITCH.
           PERFORM 2050-READ-EVENT-S  THRU  2050-EXIT
                   UNTIL EVT-EOF.
           CLOSE   EVTMAST.
      *
       2000-EXIT.
           EXIT.
      *
       2050-READ-EVENT-S.
           READ    EVTMAST  NEXT
                   AT END
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   2050-EXIT.
           IF      EVTMAST-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'EVTMAST READ ERROR - FILE STATUS: '
                           EVTMAST-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        XREF-ERROR-SWITCH
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   2050-EXIT.
           ADD     1                  TO        EVENTS-READ-COUNT.
           MOVE    EM-JOB-TAG         TO        SEEN-TAG.
           MOVE    EM-LOC-YYYYMMDD    TO        SEEN-DATE.
           MOVE    'E'                TO        SEEN-SOURCE.
           PERFORM 2400-RECORD-SEEN-S THRU  2400-EXIT.
      *
       2050-EXIT.
           EXIT.
      *
      *    THE RUNHIST 'D' RECORDS CATCH CONVERSIONS THAT NEVER
      *    REACHED EVTMAST - INTERVAL AND AD HOC RUNS WRITE NO
      *    CONVOUT.  A MISSING RUNHIST IS A NOTE, NOT AN ERROR.
       2100-SCAN-RUNHIST-S.
           OPEN    INPUT              RUNHIST.
           IF      RUNHIST-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'RUNHIST NOT AVAILABLE - FILE STATUS: '
                           RUNHIST-STATUS
                           '  HISTORY NOT COUNTED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2100-EXIT.
           PERFORM 2150-READ-HIST-S   THRU  2150-EXIT
                   UNTIL HIST-EOF.
           CLOSE   RUNHIST.
      *
       2100-EXIT.
           EXIT.
      *
       2150-READ-HIST-S.
           READ    RUNHIST
                   AT END
                   MOVE    'Y'        TO        HIST-EOF-SWITCH
                   GO TO   2150-EXIT.
           IF      RUNHIST-STATUS     NOT =     '00'
                   MOVE    'Y'        TO        HIST-EOF-SWITCH
                   GO TO   2150-EXIT.
           IF      NOT RH-RUN-DETAIL
               OR  RD-JOB-TAG         =         SPACES
                   GO TO   2150-EXIT.
           ADD     1                  TO        HIST-READ-COUNT.
           MOVE    RD-JOB-TAG         TO        SEEN-TAG.
           MOVE    RD-LOCAL-TS(1:8)   TO        SEEN-DATE.
           MOVE    'H'                TO        SEEN-SOURCE.
           PERFORM 2400-RECORD-SEEN-S THRU  2400-EXIT.
      *
       2150-EXIT.
           EXIT.
      *
      *    SCHEDULE CARDS ARE NOT ACTIVITY - THEY ONLY COUNT TOWARDS
      *    THE CARDS COLUMN, SO A SCHEDULED-BUT-SILENT JOB STANDS OUT
      *    ON THE DORMANT LIST.  A MISSING DECK IS A NOTE.
       2200-SCAN-SCHEDULE-S.
           OPEN    INPUT              SCHFILE.
           IF      SCHFILE-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   MOVE    'NO SCHEDULE FILE - CARDS NOT COUNTED'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2200-EXIT.
           PERFORM 2250-READ-CARD-S   THRU  2250-EXIT
                   UNTIL SCHED-EOF.
           CLOSE   SCHFILE.
      *
       2200-EXIT.
           EXIT.
      *
       2250-READ-CARD-S.
           READ    SCHFILE
                   AT END
                   MOVE    'Y'        TO        SCHED-EOF-SWITCH
                   GO TO   2250-EXIT.
           IF      SCHFILE-STATUS     NOT =     '00'
                   MOVE    'Y'        TO        SCHED-EOF-SWITCH
                   GO TO   2250-EXIT.
           IF      NOT SF-SCHED-CARD
               OR  SF-JOB-TAG         =         SPACES
                   GO TO   2250-EXIT.
           ADD     1                  TO        CARDS-READ-COUNT.
           MOVE    SF-JOB-TAG         TO        SEEN-TAG.
           MOVE    SPACES             TO        SEEN-DATE.
           MOVE    'S'                TO        SEEN-SOURCE.
           PERFORM 2400-RECORD-SEEN-S THRU  2400-EXIT.
      *
       2250-EXIT.
           EXIT.
      *
      *    POSTS ONE SIGHTING TO THE JOBTAB ENTRY, OR TO THE ORPHAN
      *    TABLE WHEN JOBTAB DOES NOT KNOW THE TAG.
       2400-RECORD-SEEN-S.
           PERFORM 2500-FIND-JOB-S    THRU  2500-EXIT.
           IF      JOB-HIT            =         ZERO
                   PERFORM 2600-RECORD-ORPHAN-S  THRU  2600-EXIT
                   GO TO   2400-EXIT.
           IF      SEEN-SCHEDULE
                   ADD     1          TO   JTE-SCHED-COUNT(JOB-HIT)
                   GO TO   2400-EXIT.
           ADD     1                  TO   JTE-EVENT-COUNT(JOB-HIT).
           IF      SEEN-DATE          >    JTE-LAST-SEEN  (JOB-HIT)
                   MOVE    SEEN-DATE  TO   JTE-LAST-SEEN  (JOB-HIT).
      *
       2400-EXIT.
           EXIT.
      *
      *    THE JOB TABLE IS IN KEY ORDER, SO IT IS SEARCHED BY
      *    HALVING - EVTMAST CAN RUN TO MILLIONS OF RECORDS.
       2500-FIND-JOB-S.
           MOVE    ZERO               TO        JOB-HIT.
           IF      JOB-COUNT          =         ZERO
                   GO TO   2500-EXIT.
           MOVE    1                  TO        JOB-LO.
           MOVE    JOB-COUNT          TO        JOB-HI.
           PERFORM 2550-HALVE-S       THRU  2550-EXIT
                   UNTIL JOB-LO > JOB-HI
                   OR JOB-HIT > ZERO.
      *
       2500-EXIT.
           EXIT.
      *
       2550-HALVE-S.
           COMPUTE JOB-MID = (JOB-LO + JOB-HI) / 2.
           IF      JTE-JOB-TAG(JOB-MID)  =      SEEN-TAG
                   MOVE    JOB-MID    TO        JOB-HIT
                   GO TO   2550-EXIT.
           IF      JTE-JOB-TAG(JOB-MID)  <      SEEN-TAG
                   COMPUTE JOB-LO = JOB-MID + 1
                   GO TO   2550-EXIT.
           IF      JOB-MID            =         1
                   MOVE    1          TO        JOB-LO
                   MOVE    ZERO       TO        JOB-HI
                   GO TO   2550-EXIT.
           COMPUTE JOB-HI = JOB-MID - 1.
      *
       2550-EXIT.
           EXIT.
      *
       2600-RECORD-ORPHAN-S.
           MOVE    ZERO               TO        ORPHAN-HIT.
           IF      ORPHAN-COUNT       >         ZERO
                   PERFORM 2650-SCAN-ORPHAN-S  THRU  2650-EXIT
                           VARYING ORPHAN-IDX FROM 1 BY 1
                           UNTIL ORPHAN-IDX > ORPHAN-COUNT
                           OR ORPHAN-HIT > ZERO.
           IF      ORPHAN-HIT         >         ZERO
                   GO TO   2600-BUMP-S.
           IF      ORPHAN-COUNT       NOT <     ORPHAN-MAX
                   GO TO   2600-OVERFLOW-S.
           ADD     1                  TO        ORPHAN-COUNT.
           MOVE    ORPHAN-COUNT       TO        ORPHAN-HIT.
           MOVE    SEEN-TAG        TO   OT-JOB-TAG    (ORPHAN-HIT).
           MOVE    ZERO            TO   OT-EVENT-COUNT(ORPHAN-HIT).
           MOVE    ZERO            TO   OT-HIST-COUNT (ORPHAN-HIT).
           MOVE    ZERO            TO   OT-SCHED-COUNT(ORPHAN-HIT).
           MOVE    SPACES          TO   OT-FIRST-SEEN (ORPHAN-HIT).
           MOVE    SPACES          TO   OT-LAST-SEEN  (ORPHAN-HIT).
      *
       2600-BUMP-S.
           IF      SEEN-SCHEDULE
                   ADD     1          TO   OT-SCHED-COUNT(ORPHAN-HIT)
                   GO TO   2600-EXIT.
           IF      SEEN-EVENT
                   ADD     1          TO   OT-EVENT-COUNT(ORPHAN-HIT)
           ELSE
                   ADD     1          TO   OT-HIST-COUNT (ORPHAN-HIT).
           IF      OT-FIRST-SEEN(ORPHAN-HIT)  =  SPACES
               OR  SEEN-DATE      <    OT-FIRST-SEEN(ORPHAN-HIT)
                   MOVE    SEEN-DATE  TO   OT-FIRST-SEEN(ORPHAN-HIT).
           IF      SEEN-DATE      >    OT-LAST-SEEN (ORPHAN-HIT)
                   MOVE    SEEN-DATE  TO   OT-LAST-SEEN (ORPHAN-HIT).
           GO TO   2600-EXIT.
      *
       2600-OVERFLOW-S.
           MOVE    'Y'                TO        ORPHAN-OVERFLOW-SWITCH.
           IF      SEEN-EVENT
                   ADD     1          TO        OO-EVENT-COUNT
           ELSE
           IF      SEEN-HISTORY
                   ADD     1          TO        OO-HIST-COUNT
           ELSE
                   ADD     1          TO        OO-SCHED-COUNT.
      *
       2600-EXIT.
           EXIT.
      *
       2650-SCAN-ORPHAN-S.
           IF      OT-JOB-TAG(ORPHAN-IDX)  =    SEEN-TAG
                   MOVE    ORPHAN-IDX     TO    ORPHAN-HIT.
      *
       2650-EXIT.
           EXIT.
      *
       3000-REPORT-ORPHANS-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'ORPHAN TAGS - SEEN BUT NOT ON JOBTAB'  TO  LP2.
           WRITE   LP2                AFTER PAGE.
           MOVE    SPACES             TO        LP2.
           STRING  'TAG        EVTMAST  RUNHIST    CARDS  '
                   'FIRST SEEN  LAST SEEN'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           IF      ORPHAN-COUNT       >         ZERO
                   PERFORM 3100-ORPHAN-LINE-S  THRU  3100-EXIT
                           VARYING ORPHAN-IDX FROM 1 BY 1
                           UNTIL ORPHAN-IDX > ORPHAN-COUNT.
           IF      ORPHAN-OVERFLOW
                   MOVE    OO-EVENT-COUNT     TO   COUNT-ED
                   MOVE    OO-HIST-COUNT      TO   COUNT-ED-2
                   MOVE    OO-SCHED-COUNT     TO   COUNT-ED-3
                   MOVE    SPACES     TO        LP2
                   STRING  '*OTHERS*   ' COUNT-ED '  ' COUNT-ED-2
                           '  ' COUNT-ED-3
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
           IF      ORPHAN-FOUND-COUNT =         ZERO
                   MOVE    SPACES     TO        LP2
                   MOVE    '  NO ORPHAN TAGS'   TO   LP2
                   WRITE   LP2        AFTER 1.
      *
       3000-EXIT.
           EXIT.
      *
       3100-ORPHAN-LINE-S.
           ADD     1                  TO        ORPHAN-FOUND-COUNT.
           MOVE    OT-EVENT-COUNT(ORPHAN-IDX)   TO  COUNT-ED.
           MOVE    OT-HIST-COUNT (ORPHAN-IDX)   TO  COUNT-ED-2.
           MOVE    OT-SCHED-COUNT(ORPHAN-IDX)   TO  COUNT-ED-3.
           MOVE    SPACES             TO        LP2.
           STRING  OT-JOB-TAG(ORPHAN-IDX) '   ' COUNT-ED '  '
                   COUNT-ED-2 '  ' COUNT-ED-3 '  '
                   OT-FIRST-SEEN(ORPHAN-IDX) '    '
                   OT-LAST-SEEN (ORPHAN-IDX)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       3100-EXIT.
           EXIT.
      *
       4000-REPORT-DORMANT-S.
           MOVE    DORMANT-DAYS       TO        DAYS-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'DORMANT JOBTAB ENTRIES - NO EVENT IN ' DAYS-ED
                   ' DAYS (SINCE ' CUTOFF-DATE-X ')'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           STRING  'TAG       NAME                  LAST SEEN    '
                   'EVENTS    CARDS'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           IF      JOB-COUNT          >         ZERO
                   PERFORM 4100-CHECK-DORMANT-S  THRU  4100-EXIT
                           VARYING JOB-IDX FROM 1 BY 1
                           UNTIL JOB-IDX > JOB-COUNT.
           IF      DORMANT-FOUND-COUNT  =       ZERO
                   MOVE    SPACES     TO        LP2
                   MOVE    '  NO DORMANT ENTRIES'  TO   LP2
                   WRITE   LP2        AFTER 1.
      *
       4000-EXIT.
           EXIT.
      *
      *    NEVER SEEN PRINTS AS NEVER.  CARDS > 0 ON THIS LIST IS A
      *    JOB TEST1G STILL EXPECTS EVERY DAY.
       4100-CHECK-DORMANT-S.
           IF      JTE-LAST-SEEN(JOB-IDX)  NOT =  SPACES
               AND JTE-LAST-SEEN(JOB-IDX)  NOT <  CUTOFF-DATE-X
                   GO TO   4100-EXIT.
           ADD     1                  TO        DORMANT-FOUND-COUNT.
           MOVE    JTE-EVENT-COUNT(JOB-IDX)     TO  COUNT-ED.
           MOVE    JTE-SCHED-COUNT(JOB-IDX)     TO  COUNT-ED-2.
           MOVE    SPACES             TO        LP2.
           IF      JTE-LAST-SEEN(JOB-IDX)  =    SPACES
                   STRING  JTE-JOB-TAG (JOB-IDX) '  '
                           JTE-JOB-NAME(JOB-IDX) '  NEVER     '
                           COUNT-ED '  ' COUNT-ED-2
                           DELIMITED BY SIZE INTO LP2
           ELSE
                   STRING  JTE-JOB-TAG (JOB-IDX) '  '
                           JTE-JOB-NAME(JOB-IDX) '  '
                           JTE-LAST-SEEN(JOB-IDX) '  '
                           COUNT-ED '  ' COUNT-ED-2
                           DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       4100-EXIT.
           EXIT.
      *
      *    A BLANK ZONE IS THE SHOP DEFAULT BY DESIGN AND IS NOT
      *    REPORTED.  ANY OTHER CODE ZONRULE DOES NOT CARRY AT ALL
      *    FALLS ON THE DEFAULT IN TEST1G WITHOUT A WORD.
       5000-REPORT-ZONES-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'JOBTAB ZONE CODES NOT ON ZONRULE'  TO  LP2.
           WRITE   LP2                AFTER 2.
           IF      NOT ZONES-LOADED
               OR  ZONE-CHECK-INCOMPLETE
                   MOVE    SPACES     TO        LP2
                   MOVE    '  NOT CHECKED - ZONRULE NOT READ IN FULL'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
                   GO TO   5000-EXIT.
           IF      JOB-COUNT          >         ZERO
                   PERFORM 5100-CHECK-ZONE-S  THRU  5100-EXIT
                           VARYING JOB-IDX FROM 1 BY 1
                           UNTIL JOB-IDX > JOB-COUNT.
           IF      ZONE-MISS-COUNT    =         ZERO
                   MOVE    SPACES     TO        LP2
                   MOVE    '  ALL ZONE CODES KNOWN'     TO   LP2
                   WRITE   LP2        AFTER 1.
      *
       5000-EXIT.
           EXIT.
      *
       5100-CHECK-ZONE-S.
           IF      JTE-ZONE-CODE(JOB-IDX)  =    SPACES
                   GO TO   5100-EXIT.
           MOVE    JTE-ZONE-CODE(JOB-IDX)  TO   SEEN-TAG.
           PERFORM 5200-FIND-ZONE-S   THRU  5200-EXIT.
           IF      ZONE-FOUND
                   GO TO   5100-EXIT.
           ADD     1                  TO        ZONE-MISS-COUNT.
           MOVE    SPACES             TO        LP2.
           STRING  '  UNKNOWN ZONE: ' JTE-ZONE-CODE(JOB-IDX)
                   '  TAG: '  JTE-JOB-TAG (JOB-IDX)
                   '  NAME: ' JTE-JOB-NAME(JOB-IDX)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       5100-EXIT.
           EXIT.
      *
      *    LOOKS UP THE ZONE CODE IN SEEN-TAG(1:4).
       5200-FIND-ZONE-S.
           MOVE    'N'                TO        ZONE-FOUND-SWITCH.
           IF      ZONE-COUNT         >         ZERO
                   PERFORM 5250-SCAN-ZONE-S   THRU  5250-EXIT
                           VARYING ZONE-IDX FROM 1 BY 1
                           UNTIL ZONE-IDX > ZONE-COUNT
                           OR ZONE-FOUND.
      *
       5200-EXIT.
           EXIT.
      *
       5250-SCAN-ZONE-S.
           IF      ZT-ZONE-CODE(ZONE-IDX)  =    SEEN-TAG(1:4)
                   MOVE    'Y'        TO        ZONE-FOUND-SWITCH.
      *
       5250-EXIT.
           EXIT.
      *
       9999-TERMINATE-S.
           MOVE    JOB-COUNT          TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'END OF RUN - JOBTAB ENTRIES:       ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    EVENTS-READ-COUNT  TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             EVTMAST EVENTS READ:  ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    HIST-READ-COUNT    TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             RUNHIST DETAILS READ: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    CARDS-READ-COUNT   TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             SCHEDULE CARDS READ:  ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    ORPHAN-FOUND-COUNT TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             ORPHAN TAGS:          ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    DORMANT-FOUND-COUNT  TO      COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             DORMANT ENTRIES:      ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    ZONE-MISS-COUNT    TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             UNKNOWN ZONE CODES:   ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           IF      XREF-ERROR
               OR  ZONE-CHECK-INCOMPLETE
                   MOVE    '*** AUDIT INCOMPLETE - SEE MESSAGES ***'
                                      TO        LP2
                   MOVE    8          TO        RETURN-CODE
           ELSE
           IF      ORPHAN-FOUND-COUNT =         ZERO
               AND NOT ORPHAN-OVERFLOW
               AND DORMANT-FOUND-COUNT  =       ZERO
               AND ZONE-MISS-COUNT    =         ZERO
                   MOVE    'JOBTAB CROSS-REFERENCE CLEAN'  TO   LP2
           ELSE
                   MOVE    '*** JOBTAB FINDINGS REPORTED ***'  TO  LP2
                   MOVE    4          TO        RETURN-CODE.
           WRITE   LP2                AFTER 2.
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
           MOVE    'JOBXREF'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'JOBS'             TO   SL-COUNT-LABEL(1).
           MOVE    JOB-COUNT          TO   SL-COUNT-VALUE(1).
           MOVE    'EVENTS'           TO   SL-COUNT-LABEL(2).
           MOVE    EVENTS-READ-COUNT  TO   SL-COUNT-VALUE(2).
           MOVE    'ORPHANS'          TO   SL-COUNT-LABEL(3).
           MOVE    ORPHAN-FOUND-COUNT TO   SL-COUNT-VALUE(3).
           MOVE    'DORMANT'          TO   SL-COUNT-LABEL(4).
           MOVE    DORMANT-FOUND-COUNT TO   SL-COUNT-VALUE(4).
           MOVE    'BADZONE'          TO   SL-COUNT-LABEL(5).
           MOVE    ZONE-MISS-COUNT    TO   SL-COUNT-VALUE(5).
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
//*   READ-ONLY AUDIT - RUN AFTER EVTLOAD, BEFORE ANY JOBTMNT DELETE.
//*   RC 0 = NO FINDINGS.
//*   RC 4 = ORPHAN TAGS, DORMANT ENTRIES OR UNKNOWN ZONE CODES LISTED.
//*   RC 8 = A FILE WAS UNAVAILABLE - THE AUDIT IS INCOMPLETE.
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB))
//XREFCARD DD *
DORMANT=90
/*
//JOBTAB   DD DSN=ANDREWJ.TOD.JOBTAB,DISP=SHR
//EVTMAST  DD DSN=ANDREWJ.TOD.EVTMAST,DISP=SHR
//SCHEDULE DD DSN=ANDREWJ.TOD.SCHEDULE,DISP=SHR
//RUNHIST  DD DSN=ANDREWJ.TOD.RUNHIST,DISP=SHR
//ZONRULE  DD DSN=ANDREWJ.TOD.ZONRULE,DISP=SHR
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
