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
       PROGRAM-ID.                     EVTREZN.
      *----------------------------------------------------------------*
      *                                                                *
      *    EVENT-MASTER RE-ZONING - AFTER ZONMNT CORRECTS A ZONE RULE *
      *    THE EVENTS ALREADY ON EVTMAST STILL CARRY LOCAL TIMES      *
      *    WORKED OUT WITH THE OLD RULE.  THIS PROGRAM PASSES THE     *
      *    WHOLE MASTER, RESOLVES EACH EVENT'S OFFSET AGAIN FROM THE  *
      *    CURRENT JOBTAB AND ZONRULE EXACTLY AS TEST1G DOES (SHOP    *
      *    DEFAULT WHEN NO RULE COVERS THE GMT DATE), AND WHERE IT    *
      *    DIFFERS FROM THE OFFSET THE STORED LOCAL TIME WAS BUILT    *
      *    WITH, RECOMPUTES THE LOCAL DATE/TIME AND JULIAN DATE FROM  *
      *    THE GMT KEY.  THE DEFAULT IS A TRIAL RUN THAT ONLY         *
      *    REPORTS; PARM='UPDATE' REWRITES THE RECORDS.  THE REPORT   *
      *    LISTS EACH EVENT BEFORE AND AFTER, THEN COUNTS BY ZONE     *
      *    AND BY JOB TAG.                                            *
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
           SELECT JOBTAB   ASSIGN  TO                  JOBTAB
                   ORGANIZATION    IS   INDEXED
                   ACCESS MODE     IS   DYNAMIC
                   RECORD KEY      IS   JT-JOB-TAG
                   FILE STATUS IS  JOBTAB-STATUS.
           SELECT ZONRULE  ASSIGN  TO                  ZONRULE
                   FILE STATUS IS  ZONRULE-STATUS.
           SELECT EVTMAST  ASSIGN  TO                  EVTMAST
                   ORGANIZATION    IS   INDEXED
                   ACCESS MODE     IS   DYNAMIC
                   RECORD KEY      IS   EM-KEY
                   FILE STATUS IS  EVTMAST-STATUS.
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
       FD  JOBTAB.
       01  JOBTAB-REC.
           05  JT-JOB-TAG              PIC X(08).
           05  JT-JOB-NAME             PIC X(20).
           05  JT-ZONE-CODE            PIC X(04).
           05  JT-COST-CENTER          PIC X(08).
           05  FILLER                  PIC X(40).
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
       77  EVT-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  EVT-EOF                           VALUE 'Y'.
       77  RUN-MODE-SWITCH             PIC X(01) VALUE 'T'.
           88  TRIAL-MODE-RUN                    VALUE 'T'.
           88  UPDATE-MODE-RUN                   VALUE 'U'.
       77  REZONE-ERROR-SWITCH         PIC X(01) VALUE 'N'.
           88  REZONE-ERROR                      VALUE 'Y'.
       77  JOBTAB-STATUS               PIC X(02) VALUE SPACES.
       77  ZONRULE-STATUS              PIC X(02) VALUE SPACES.
       77  EVTMAST-STATUS              PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  JOBTAB-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  JOBTAB-EOF                        VALUE 'Y'.
      *    SET WHEN THE WHOLE CLUSTER FITS IN THE JOB TABLE BELOW -
      *    LOOKUPS THEN COME FROM STORAGE.  LEFT OFF ON OVERFLOW SO
      *    2300-LOOKUP-JOB-S FALLS BACK TO DIRECT KEYED READS.
       77  JOBTAB-LOAD-SWITCH          PIC X(01) VALUE 'N'.
           88  JOBTAB-LOADED                     VALUE 'Y'.
       77  JOBTAB-FALLBACK-SWITCH      PIC X(01) VALUE 'N'.
           88  JOBTAB-FALLBACK                   VALUE 'Y'.
       77  ZONE-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  ZONE-EOF                          VALUE 'Y'.
       77  ZONE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  ZONE-FOUND                        VALUE 'Y'.
       77  RECORDS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  UNCHANGED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  REZONED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  ERROR-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  JOB-TAB-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  JOB-TAB-HIT                 PIC 9(04) COMP VALUE ZERO.
       77  ZONE-RULE-IDX               PIC 9(04) COMP VALUE ZERO.
       77  ZONE-SUM-IDX                PIC 9(04) COMP VALUE ZERO.
       77  ZONE-SUM-HIT                PIC 9(04) COMP VALUE ZERO.
       77  TAG-SUM-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  TAG-SUM-HIT                 PIC 9(04) COMP VALUE ZERO.
       77  TAG-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
           88  TAG-OVERFLOW                      VALUE 'Y'.
       77  TAG-OVF-READ                PIC 9(07) COMP VALUE ZERO.
       77  TAG-OVF-REZONED             PIC 9(07) COMP VALUE ZERO.
       77  SUM-TOTAL-READ              PIC 9(07) COMP VALUE ZERO.
       77  SUM-TOTAL-REZONED           PIC 9(07) COMP VALUE ZERO.
       01  COUNT-ED                    PIC ZZZZZZ9.
       01  RUN-DATE                    PIC 9(08).
       01  RUN-TIME                    PIC 9(08).
       01  JOB-ZONE-CODE               PIC X(04) VALUE SPACES.
       01  RESOLVE-DATE                PIC X(08) VALUE SPACES.
      *    ZONE AS PRINTED ON THE REPORT - A JOB WITH NO ZONE CODE
      *    TAKES THE SHOP DEFAULT AND IS COUNTED UNDER '*DFT'.
       01  REPORT-ZONE                 PIC X(04) VALUE SPACES.
      *    LOCAL TIMESTAMPS AS STORED AND AS RECOMPUTED, EACH WITH
      *    THE JULIAN DATE ON THE END, SO ONE COMPARE SETTLES WHETHER
      *    THE RECORD NEEDS REWRITING.
       01  OLD-LOCAL.
           05  OLD-LOCAL-TS            PIC X(14).
           05  OLD-LOCAL-JULIAN        PIC X(07).
       01  NEW-LOCAL.
           05  NEW-LOCAL-TS            PIC X(14).
           05  NEW-LOCAL-JULIAN        PIC X(07).
      *    OFFSET THE STORED LOCAL TIME WAS BUILT WITH - DERIVED FROM
      *    THE GAP BETWEEN IT AND THE GMT KEY, SINCE EVTMAST DOES NOT
      *    CARRY THE OFFSET ITSELF.
       01  OLD-OFFSET-WORK.
           05  OLD-LOC-HH              PIC 9(02) VALUE ZERO.
           05  OLD-LOC-MM              PIC 9(02) VALUE ZERO.
           05  OLD-GMT-HH              PIC 9(02) VALUE ZERO.
           05  OLD-GMT-MM              PIC 9(02) VALUE ZERO.
           05  OLD-OFFSET-MINS         PIC S9(05) VALUE ZERO.
       01  OFFSET-PRINT-WORK.
           05  OP-MINS                 PIC S9(05) VALUE ZERO.
           05  OP-HH                   PIC 9(02) VALUE ZERO.
           05  OP-MM                   PIC 9(02) VALUE ZERO.
       01  OFFSET-PRINT.
           05  OP-SIGN                 PIC X(01).
           05  OP-HH-OUT               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  OP-MM-OUT               PIC 9(02).
       01  OLD-OFFSET-PRINT            PIC X(06) VALUE SPACES.
       01  NEW-OFFSET-PRINT            PIC X(06) VALUE SPACES.
      *    THE RECOMPUTED LOCAL TIME IS BUILT IN THE SAME FIELDS, AND
      *    BY THE SAME PARAGRAPHS, THAT TEST1G BUILDS IT IN.
       01  DATETIME.
           05  YYYYMMDD                PIC X(08).
           05  YYYYMMDD-N   REDEFINES YYYYMMDD.
               10  YYYYMMDD-YYYY       PIC 9(04).
               10  YYYYMMDD-MM         PIC 9(02).
               10  YYYYMMDD-DD         PIC 9(02).
           05  HH                      PIC X(02).
           05  MM                      PIC X(02).
           05  SS                      PIC X(02).
           05  JULIAN-DATE.
               10  JULIAN-YYYY         PIC 9(04).
               10  JULIAN-DDD          PIC 9(03).
       77  CAL-MM                      PIC 9(02) COMP VALUE ZERO.
       77  DAYS-IN-MONTH               PIC 9(02) COMP VALUE ZERO.
       77  LEAP-YEAR-QUOTIENT          PIC 9(07) COMP VALUE ZERO.
       77  LEAP-YEAR-REMAINDER         PIC 9(04) COMP VALUE ZERO.
       77  JULIAN-DAY-COUNT            PIC 9(03) VALUE ZERO.
       77  JULIAN-MM                   PIC 9(02) COMP VALUE ZERO.
      *    SHOP-DEFAULT LOCAL-TIME OFFSET - MUST MATCH THE VALUE
      *    CLAUSES OF DEFAULT-OFFSET IN TEST1G, OR EVERY EVENT FOR A
      *    JOB WITHOUT A ZONE RULE WOULD BE RE-ZONED.
       01  DEFAULT-OFFSET.
           05  DEF-OFFSET-SIGN          PIC X(01) VALUE '-'.
           05  DEF-OFFSET-HOURS         PIC 9(02) VALUE 05.
           05  DEF-OFFSET-MINUTES       PIC 9(02) VALUE 00.
       01  LOCAL-OFFSET.
           05  OFFSET-SIGN              PIC X(01) VALUE '-'.
           05  OFFSET-HOURS             PIC 9(02) VALUE 05.
           05  OFFSET-MINUTES           PIC 9(02) VALUE 00.
       01  OFFSET-WORK.
           05  NUM-HH                   PIC 9(02) VALUE ZERO.
           05  NUM-MM                   PIC 9(02) VALUE ZERO.
           05  TOTAL-MINUTES            PIC S9(05) VALUE ZERO.
           05  OFFSET-MINUTES-SIGNED    PIC S9(05) VALUE ZERO.
           05  NEW-HH                   PIC 9(02) VALUE ZERO.
           05  NEW-MM                   PIC 9(02) VALUE ZERO.
           05  DAY-DELTA                PIC S9(01) VALUE ZERO.
       01  JOB-TABLE.
           05  JOB-TABLE-MAX           PIC 9(04) COMP VALUE 1000.
           05  JOB-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  JOB-TABLE-ENTRY OCCURS 1000.
               10  JTE-JOB-TAG         PIC X(08).
               10  JTE-JOB-NAME        PIC X(20).
               10  JTE-ZONE-CODE       PIC X(04).
       01  ZONE-RULE-TABLE.
           05  ZONE-RULE-MAX           PIC 9(04) COMP VALUE 0200.
           05  ZONE-RULE-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  ZONE-RULE-ENTRY OCCURS 200.
               10  ZRT-ZONE-CODE       PIC X(04).
               10  ZRT-START-DATE      PIC X(08).
               10  ZRT-END-DATE        PIC X(08).
               10  ZRT-OFFSET-SIGN     PIC X(01).
               10  ZRT-OFFSET-HOURS    PIC 9(02).
               10  ZRT-OFFSET-MINUTES  PIC 9(02).
      *    COUNTS BY ZONE - ONE ENTRY PER ZONE CODE SEEN, WHICH CAN
      *    NEVER BE MORE THAN THE ZONE RULES PLUS THE DEFAULT.
       01  ZONE-SUM-TABLE.
           05  ZONE-SUM-MAX            PIC 9(04) COMP VALUE 0201.
           05  ZONE-SUM-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  ZONE-SUM-ENTRY OCCURS 201.
               10  ZS-ZONE-CODE        PIC X(04).
               10  ZS-READ-COUNT       PIC 9(07) COMP.
               10  ZS-REZONED-COUNT    PIC 9(07) COMP.
       01  TAG-SUM-TABLE.
           05  TAG-SUM-MAX             PIC 9(04) COMP VALUE 1000.
           05  TAG-SUM-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  TAG-SUM-ENTRY OCCURS 1000.
               10  TS-JOB-TAG          PIC X(08).
               10  TS-ZONE-CODE        PIC X(04).
               10  TS-READ-COUNT       PIC 9(07) COMP.
               10  TS-REZONED-COUNT    PIC 9(07) COMP.
      *----------------------------------------------------------------*
      *                                                                *
      *    L I N K A G E   S E C T I O N                                *
      *                                                                *
      *----------------------------------------------------------------*
       LINKAGE                        SECTION.
       01  GO-PARM.
           05  GO-PARM-LEN          PIC S9(04)   COMP.
           05  GO-PARM-TEXT         PIC X(80).
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E   D I V I S I O N                         *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING GO-PARM.
       0000-MAINLINE-S.
           PERFORM 0100-DETERMINE-MODE-S THRU 0100-EXIT.
           PERFORM 1000-INIT-S          THRU  1000-EXIT.
           PERFORM 2000-PROCESS-S       THRU  2000-EXIT
                   UNTIL EVT-EOF.
           PERFORM 9000-WRITE-SUMMARY-S THRU  9000-EXIT.
           PERFORM 9999-TERMINATE-S     THRU  9999-EXIT.
           STOP    RUN.
      *
      *    PARM='UPDATE' REWRITES THE MASTER; NO PARM, OR ANYTHING
      *    ELSE, IS A TRIAL RUN THAT ONLY REPORTS.
       0100-DETERMINE-MODE-S.
           MOVE    'T'                TO        RUN-MODE-SWITCH.
           IF      GO-PARM-LEN        >         5
               AND GO-PARM-TEXT(1:6)  =         'UPDATE'
                   MOVE    'U'        TO        RUN-MODE-SWITCH.
      *
       0100-EXIT.
           EXIT.
      *
       1000-INIT-S.
           OPEN    OUTPUT                   LPFILE.
           ACCEPT   RUN-DATE    FROM DATE YYYYMMDD.
           ACCEPT   RUN-TIME    FROM TIME.
           MOVE    SPACES         TO        LP2.
           STRING  'EVTREZN - EVENT-MASTER RE-ZONING RUN'
                   '  DATE: ' RUN-DATE
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER PAGE.
           MOVE    SPACES         TO        LP2.
           IF      UPDATE-MODE-RUN
                   MOVE    'UPDATE MODE - CHANGED EVENTS ARE REWRITTEN'
                                      TO        LP2
           ELSE
                   MOVE    'TRIAL MODE - REPORT ONLY, EVTMAST NOT '
                                      TO        LP2
                   MOVE    'UPDATED'  TO        LP2(39:7).
           WRITE   LP2            AFTER 1.
           PERFORM 1200-LOAD-ZONES-S  THRU  1200-EXIT.
           IF      REZONE-ERROR
                   GO TO   1000-EXIT.
           OPEN    INPUT              JOBTAB.
           IF      JOBTAB-STATUS      NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN JOBTAB - FILE STATUS: '
                           JOBTAB-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        REZONE-ERROR-SWITCH
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   1000-EXIT.
           PERFORM 1400-LOAD-JOBTAB-S THRU  1400-EXIT.
           IF      REZONE-ERROR
                   GO TO   1000-EXIT.
           IF      UPDATE-MODE-RUN
                   OPEN    I-O        EVTMAST
           ELSE
                   OPEN    INPUT      EVTMAST.
           IF      EVTMAST-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN EVTMAST - FILE STATUS: '
                           EVTMAST-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        REZONE-ERROR-SWITCH
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   1000-EXIT.
           MOVE    SPACES             TO        LP2.
           MOVE    'EVENTS WHOSE LOCAL TIME CHANGES'
                                      TO        LP2.
           WRITE   LP2                AFTER 2.
      *
       1000-EXIT.
           EXIT.
      *
      *    THE CURRENT RULES ARE THE WHOLE POINT OF THE RUN - WITHOUT
      *    ZONRULE EVERY ZONED JOB WOULD FALL TO THE SHOP DEFAULT AND
      *    BE RE-ZONED WRONGLY, SO A MISSING FILE STOPS THE RUN.
       1200-LOAD-ZONES-S.
           OPEN    INPUT              ZONRULE.
           IF      ZONRULE-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN ZONRULE - FILE STATUS: '
                           ZONRULE-STATUS
                           '  RUN STOPPED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        REZONE-ERROR-SWITCH
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   1200-EXIT.
           PERFORM 1250-READ-ZONE-S   THRU  1250-EXIT
                   UNTIL ZONE-EOF.
           CLOSE   ZONRULE.
           MOVE    ZONE-RULE-COUNT    TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'ZONE RULES LOADED: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       1200-EXIT.
           EXIT.
      *
      *    A FULL TABLE STOPS THE RUN HERE, WHERE TEST1G ONLY WARNS -
      *    A RULE LEFT OUT WOULD RE-ZONE ITS EVENTS TO THE DEFAULT.
       1250-READ-ZONE-S.
           READ    ZONRULE
                   AT END
                   MOVE    'Y'        TO        ZONE-EOF-SWITCH
                   GO TO   1250-EXIT.
           IF      ZONRULE-STATUS     NOT =     '00'
                   MOVE    'Y'        TO        ZONE-EOF-SWITCH
                   GO TO   1250-EXIT.
           IF      ZR-ZONE-CODE       =         SPACES
                   GO TO   1250-EXIT.
           IF      ZONE-RULE-COUNT    NOT <     ZONE-RULE-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'ZONE-RULE TABLE FULL - RUN STOPPED - '
                           'FIRST DROPPED: ' ZR-ZONE-CODE
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        REZONE-ERROR-SWITCH
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   MOVE    'Y'        TO        ZONE-EOF-SWITCH
                   GO TO   1250-EXIT.
           ADD     1                  TO        ZONE-RULE-COUNT.
           MOVE    ZONE-RULE-COUNT    TO        ZONE-RULE-IDX.
           MOVE    ZR-ZONE-CODE       TO  ZRT-ZONE-CODE (ZONE-RULE-IDX).
           MOVE    ZR-START-DATE      TO  ZRT-START-DATE(ZONE-RULE-IDX).
           MOVE    ZR-END-DATE        TO  ZRT-END-DATE  (ZONE-RULE-IDX).
           MOVE    ZR-OFFSET-SIGN     TO
                   ZRT-OFFSET-SIGN   (ZONE-RULE-IDX).
           MOVE    ZR-OFFSET-HOURS    TO
                   ZRT-OFFSET-HOURS  (ZONE-RULE-IDX).
           MOVE    ZR-OFFSET-MINUTES  TO
                   ZRT-OFFSET-MINUTES(ZONE-RULE-IDX).
      *
       1250-EXIT.
           EXIT.
      *
       1400-LOAD-JOBTAB-S.
           PERFORM 1450-LOAD-JOB-ENTRY-S  THRU  1450-EXIT
                   UNTIL JOBTAB-EOF OR JOBTAB-FALLBACK.
           IF      NOT JOBTAB-FALLBACK
                   MOVE    'Y'        TO        JOBTAB-LOAD-SWITCH
                   CLOSE   JOBTAB
                   GO TO   1400-EXIT.
      *    ON OVERFLOW THE CLUSTER STAYS OPEN AND DIRECT KEYED READS
      *    TAKE OVER, AS IN TEST1G.  A READ ERROR IS DIFFERENT HERE -
      *    A JOB WHOSE ZONE CANNOT BE LOOKED UP WOULD BE RE-ZONED TO
      *    THE DEFAULT, SO THE RUN STOPS.
           IF      JOBTAB-STATUS      =         '00'
                   MOVE    SPACES     TO        LP2
                   MOVE    'JOBTAB OVERFLOWS TABLE - USING DIRECT READS'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
                   GO TO   1400-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'JOBTAB LOAD FAILED - FILE STATUS: ' JOBTAB-STATUS
                   '  RUN STOPPED'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    'Y'                TO        REZONE-ERROR-SWITCH.
           MOVE    'Y'                TO        EVT-EOF-SWITCH.
      *
       1400-EXIT.
           EXIT.
      *
       1450-LOAD-JOB-ENTRY-S.
           READ    JOBTAB  NEXT
                   AT END
                   MOVE    'Y'        TO        JOBTAB-EOF-SWITCH
                   GO TO   1450-EXIT.
           IF      JOBTAB-STATUS      NOT =     '00'
                   MOVE    'Y'        TO        JOBTAB-FALLBACK-SWITCH
                   GO TO   1450-EXIT.
           IF      JOB-TABLE-COUNT    NOT <     JOB-TABLE-MAX
                   MOVE    'Y'        TO        JOBTAB-FALLBACK-SWITCH
                   GO TO   1450-EXIT.
           ADD     1                  TO        JOB-TABLE-COUNT.
           MOVE    JOB-TABLE-COUNT    TO        JOB-TAB-IDX.
           MOVE    JT-JOB-TAG         TO   JTE-JOB-TAG  (JOB-TAB-IDX).
           MOVE    JT-JOB-NAME        TO   JTE-JOB-NAME (JOB-TAB-IDX).
           MOVE    JT-ZONE-CODE       TO   JTE-ZONE-CODE(JOB-TAB-IDX).
      *
       1450-EXIT.
           EXIT.
      *
       2000-PROCESS-S.
           READ    EVTMAST NEXT
                   AT END
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   2000-EXIT.
           IF      EVTMAST-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'EVTMAST READ ERROR - FILE STATUS: '
                           EVTMAST-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        REZONE-ERROR-SWITCH
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   2000-EXIT.
           ADD     1                  TO        RECORDS-READ-COUNT.
           IF      EM-GMT-YYYYMMDD    NOT NUMERIC
               OR  EM-GMT-HH          NOT NUMERIC
               OR  EM-GMT-MM          NOT NUMERIC
                   ADD     1          TO        ERROR-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  'GMT KEY NOT NUMERIC - NOT RE-ZONED - TAG: '
                           EM-JOB-TAG '  GMT: ' EM-GMT-YYYYMMDD
                           EM-GMT-HH EM-GMT-MM EM-GMT-SS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2000-EXIT.
           PERFORM 2300-LOOKUP-JOB-S  THRU  2300-EXIT.
           MOVE    JOB-ZONE-CODE      TO        REPORT-ZONE.
           IF      JOB-ZONE-CODE      =         SPACES
                   MOVE    '*DFT'     TO        REPORT-ZONE.
      *    THE LOCAL TIME IS REBUILT FROM THE GMT KEY WITH THE OFFSET
      *    IN FORCE ON THE GMT DATE - THE SAME DATE TEST1G MATCHES
      *    THE RULE RANGES AGAINST.
           MOVE    EM-GMT-YYYYMMDD    TO        YYYYMMDD.
           MOVE    EM-GMT-HH          TO        HH.
           MOVE    EM-GMT-MM          TO        MM.
           MOVE    EM-GMT-SS          TO        SS.
           MOVE    EM-GMT-YYYYMMDD    TO        RESOLVE-DATE.
           PERFORM 2210-RESOLVE-OFFSET-S THRU  2210-EXIT.
           PERFORM 2200-APPLY-OFFSET-S   THRU  2200-EXIT.
           MOVE    SPACES             TO        NEW-LOCAL.
           STRING  YYYYMMDD HH MM SS
                   DELIMITED BY SIZE INTO NEW-LOCAL-TS.
           MOVE    JULIAN-DATE        TO        NEW-LOCAL-JULIAN.
           MOVE    SPACES             TO        OLD-LOCAL.
           STRING  EM-LOC-YYYYMMDD EM-LOC-HH EM-LOC-MM EM-LOC-SS
                   DELIMITED BY SIZE INTO OLD-LOCAL-TS.
           MOVE    EM-JULIAN-DATE     TO        OLD-LOCAL-JULIAN.
           IF      NEW-LOCAL          =         OLD-LOCAL
                   ADD     1          TO        UNCHANGED-COUNT
                   PERFORM 2500-ACCUM-ZONE-S  THRU  2500-EXIT
                   PERFORM 2600-ACCUM-TAG-S   THRU  2600-EXIT
                   GO TO   2000-EXIT.
           PERFORM 2400-REZONE-EVENT-S    THRU  2400-EXIT.
      *
       2000-EXIT.
           EXIT.
      *
      *    PRINTS THE BEFORE/AFTER LINE AND, IN UPDATE MODE, REWRITES
      *    THE EVENT.  ONLY THE LOCAL FIELDS AND THE JULIAN DATE
      *    CHANGE - THE KEY, THE TOD AND THE LOAD STAMP STAY AS THEY
      *    WERE, SO A BACKOUT BY LOAD STAMP STILL FINDS THE RECORD.
       2400-REZONE-EVENT-S.
           PERFORM 2450-OLD-OFFSET-S  THRU  2450-EXIT.
           IF      OFFSET-SIGN        =         '-'
                   COMPUTE OP-MINS = 0 - (OFFSET-HOURS * 60
                                           + OFFSET-MINUTES)
           ELSE
                   COMPUTE OP-MINS = OFFSET-HOURS * 60
                                   + OFFSET-MINUTES.
           PERFORM 2480-FORMAT-OFFSET-S   THRU  2480-EXIT.
           MOVE    OFFSET-PRINT       TO        NEW-OFFSET-PRINT.
           MOVE    SPACES             TO        LP2.
           STRING  'TAG: ' EM-JOB-TAG '  ZONE: ' REPORT-ZONE
                   '  GMT: ' EM-GMT-YYYYMMDD ' ' EM-GMT-HH ':'
                   EM-GMT-MM ':' EM-GMT-SS
                   '  WAS: ' OLD-LOCAL-TS ' ' OLD-LOCAL-JULIAN
                   ' (' OLD-OFFSET-PRINT ')'
                   '  NOW: ' NEW-LOCAL-TS ' ' NEW-LOCAL-JULIAN
                   ' (' NEW-OFFSET-PRINT ')'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           IF      TRIAL-MODE-RUN
                   GO TO   2400-COUNT-S.
           MOVE    YYYYMMDD           TO        EM-LOC-YYYYMMDD.
           MOVE    HH                 TO        EM-LOC-HH.
           MOVE    MM                 TO        EM-LOC-MM.
           MOVE    SS                 TO        EM-LOC-SS.
           MOVE    JULIAN-DATE        TO        EM-JULIAN-DATE.
           REWRITE EVTMAST-REC
                   INVALID KEY
                   ADD     1          TO        ERROR-COUNT
                   MOVE    'Y'        TO        REZONE-ERROR-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'EVTMAST REWRITE FAILED - FILE STATUS: '
                           EVTMAST-STATUS '  TAG: ' EM-JOB-TAG
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   2400-EXIT.
      *
       2400-COUNT-S.
           ADD     1                  TO        REZONED-COUNT.
           PERFORM 2500-ACCUM-ZONE-S  THRU  2500-EXIT.
           PERFORM 2600-ACCUM-TAG-S   THRU  2600-EXIT.
      *
       2400-EXIT.
           EXIT.
      *
      *    THE STORED LOCAL TIME MINUS THE GMT KEY, ALLOWING FOR THE
      *    LOCAL DATE FALLING A DAY EITHER SIDE OF THE GMT DATE.
       2450-OLD-OFFSET-S.
           MOVE    '??????'           TO        OLD-OFFSET-PRINT.
           IF      EM-LOC-YYYYMMDD    NOT NUMERIC
               OR  EM-LOC-HH          NOT NUMERIC
               OR  EM-LOC-MM          NOT NUMERIC
                   GO TO   2450-EXIT.
           MOVE    EM-LOC-HH          TO        OLD-LOC-HH.
           MOVE    EM-LOC-MM          TO        OLD-LOC-MM.
           MOVE    EM-GMT-HH          TO        OLD-GMT-HH.
           MOVE    EM-GMT-MM          TO        OLD-GMT-MM.
           COMPUTE OLD-OFFSET-MINS = (OLD-LOC-HH * 60 + OLD-LOC-MM)
                                   - (OLD-GMT-HH * 60 + OLD-GMT-MM).
           IF      EM-LOC-YYYYMMDD    >         EM-GMT-YYYYMMDD
                   ADD     1440       TO        OLD-OFFSET-MINS
           ELSE
           IF      EM-LOC-YYYYMMDD    <         EM-GMT-YYYYMMDD
                   SUBTRACT 1440      FROM      OLD-OFFSET-MINS.
           MOVE    OLD-OFFSET-MINS    TO        OP-MINS.
           PERFORM 2480-FORMAT-OFFSET-S   THRU  2480-EXIT.
           MOVE    OFFSET-PRINT       TO        OLD-OFFSET-PRINT.
      *
       2450-EXIT.
           EXIT.
      *
      *    OP-MINS (SIGNED MINUTES EAST OF GMT) TO +HH:MM.
       2480-FORMAT-OFFSET-S.
           MOVE    '+'                TO        OP-SIGN.
           IF      OP-MINS            <         0
                   MOVE    '-'        TO        OP-SIGN
                   COMPUTE OP-MINS = 0 - OP-MINS.
           COMPUTE OP-HH = OP-MINS / 60.
           COMPUTE OP-MM = OP-MINS - (OP-HH * 60).
           MOVE    OP-HH              TO        OP-HH-OUT.
           MOVE    OP-MM              TO        OP-MM-OUT.
      *
       2480-EXIT.
           EXIT.
      *
      *    EVERY EVENT COUNTS UNDER ITS ZONE; THOSE WHOSE LOCAL TIME
      *    CHANGES ALSO COUNT AS RE-ZONED.
       2500-ACCUM-ZONE-S.
           MOVE    ZERO               TO        ZONE-SUM-HIT.
           IF      ZONE-SUM-COUNT     >         ZERO
                   PERFORM 2510-SCAN-ZONE-SUM-S  THRU  2510-EXIT
                           VARYING ZONE-SUM-IDX FROM 1 BY 1
                           UNTIL ZONE-SUM-IDX > ZONE-SUM-COUNT
                           OR ZONE-SUM-HIT > ZERO.
           IF      ZONE-SUM-HIT       =         ZERO
                   ADD     1          TO        ZONE-SUM-COUNT
                   MOVE    ZONE-SUM-COUNT     TO    ZONE-SUM-HIT
                   MOVE    REPORT-ZONE        TO
                           ZS-ZONE-CODE    (ZONE-SUM-HIT)
                   MOVE    ZERO               TO
                           ZS-READ-COUNT   (ZONE-SUM-HIT)
                   MOVE    ZERO               TO
                           ZS-REZONED-COUNT(ZONE-SUM-HIT).
           ADD     1                  TO   ZS-READ-COUNT(ZONE-SUM-HIT).
           IF      NEW-LOCAL          NOT =     OLD-LOCAL
                   ADD     1          TO
                           ZS-REZONED-COUNT(ZONE-SUM-HIT).
      *
       2500-EXIT.
           EXIT.
      *
       2510-SCAN-ZONE-SUM-S.
           IF      ZS-ZONE-CODE(ZONE-SUM-IDX)   =    REPORT-ZONE
                   MOVE    ZONE-SUM-IDX   TO    ZONE-SUM-HIT.
      *
       2510-EXIT.
           EXIT.
      *
       2600-ACCUM-TAG-S.
           MOVE    ZERO               TO        TAG-SUM-HIT.
           IF      TAG-SUM-COUNT      >         ZERO
                   PERFORM 2610-SCAN-TAG-SUM-S  THRU  2610-EXIT
                           VARYING TAG-SUM-IDX FROM 1 BY 1
                           UNTIL TAG-SUM-IDX > TAG-SUM-COUNT
                           OR TAG-SUM-HIT > ZERO.
           IF      TAG-SUM-HIT        >         ZERO
                   GO TO   2600-BUMP-S.
      *    A TAG ARRIVING AFTER THE TABLE IS FULL ROLLS INTO ONE
      *    *OTHERS* LINE SO THE TOTALS STILL RECONCILE.
           IF      TAG-SUM-COUNT      NOT <     TAG-SUM-MAX
                   MOVE    'Y'        TO        TAG-OVERFLOW-SWITCH
                   ADD     1          TO        TAG-OVF-READ
                   IF      NEW-LOCAL  NOT =     OLD-LOCAL
                           ADD  1     TO        TAG-OVF-REZONED
                   END-IF
                   GO TO   2600-EXIT.
           ADD     1                  TO        TAG-SUM-COUNT.
           MOVE    TAG-SUM-COUNT      TO        TAG-SUM-HIT.
           MOVE    EM-JOB-TAG      TO   TS-JOB-TAG      (TAG-SUM-HIT).
           MOVE    REPORT-ZONE     TO   TS-ZONE-CODE    (TAG-SUM-HIT).
           MOVE    ZERO            TO   TS-READ-COUNT   (TAG-SUM-HIT).
           MOVE    ZERO            TO   TS-REZONED-COUNT(TAG-SUM-HIT).
      *
       2600-BUMP-S.
           ADD     1                  TO   TS-READ-COUNT(TAG-SUM-HIT).
           IF      NEW-LOCAL          NOT =     OLD-LOCAL
                   ADD     1          TO
                           TS-REZONED-COUNT(TAG-SUM-HIT).
      *
       2600-EXIT.
           EXIT.
      *
       2610-SCAN-TAG-SUM-S.
           IF      TS-JOB-TAG(TAG-SUM-IDX)  =   EM-JOB-TAG
                   MOVE    TAG-SUM-IDX    TO    TAG-SUM-HIT.
      *
       2610-EXIT.
           EXIT.
      *
       2300-LOOKUP-JOB-S.
           MOVE    SPACES             TO        JOB-ZONE-CODE.
           IF      JOBTAB-LOADED
                   GO TO   2300-TABLE-S.
           MOVE    EM-JOB-TAG         TO        JT-JOB-TAG.
           READ    JOBTAB
                   INVALID KEY
                   GO TO   2300-EXIT.
           MOVE    JT-ZONE-CODE       TO        JOB-ZONE-CODE.
           GO TO   2300-EXIT.
      *
       2300-TABLE-S.
           MOVE    ZERO               TO        JOB-TAB-HIT.
           PERFORM 2310-SCAN-JOB-S    THRU  2310-EXIT
                   VARYING JOB-TAB-IDX FROM 1 BY 1
                   UNTIL JOB-TAB-IDX > JOB-TABLE-COUNT
                   OR JOB-TAB-HIT > ZERO.
           IF      JOB-TAB-HIT        >         ZERO
                   MOVE    JTE-ZONE-CODE(JOB-TAB-HIT) TO JOB-ZONE-CODE.
      *
       2300-EXIT.
           EXIT.
      *
       2310-SCAN-JOB-S.
           IF      JTE-JOB-TAG(JOB-TAB-IDX)  =  EM-JOB-TAG
                   MOVE    JOB-TAB-IDX    TO    JOB-TAB-HIT.
      *
       2310-EXIT.
           EXIT.
      *
      *    PICKS THE OFFSET FOR THE CURRENT RECORD: THE FIRST ZONE
      *    RULE WHOSE CODE MATCHES JOB-ZONE-CODE AND WHOSE DATE RANGE
      *    COVERS RESOLVE-DATE WINS, OTHERWISE THE SHOP DEFAULT.
      *    SAME RULE AS 2210-RESOLVE-OFFSET-S IN TEST1G.
       2210-RESOLVE-OFFSET-S.
           MOVE    DEF-OFFSET-SIGN    TO        OFFSET-SIGN.
           MOVE    DEF-OFFSET-HOURS   TO        OFFSET-HOURS.
           MOVE    DEF-OFFSET-MINUTES TO        OFFSET-MINUTES.
           MOVE    'N'                TO        ZONE-FOUND-SWITCH.
           IF      JOB-ZONE-CODE      =         SPACES
               OR  ZONE-RULE-COUNT    =         ZERO
                   GO TO   2210-EXIT.
           PERFORM 2220-SCAN-ZONE-S   THRU  2220-EXIT
                   VARYING ZONE-RULE-IDX FROM 1 BY 1
                   UNTIL ZONE-RULE-IDX > ZONE-RULE-COUNT
                   OR ZONE-FOUND.
      *
       2210-EXIT.
           EXIT.
      *
       2220-SCAN-ZONE-S.
           IF      ZRT-ZONE-CODE (ZONE-RULE-IDX) NOT = JOB-ZONE-CODE
                   GO TO   2220-EXIT.
           IF      RESOLVE-DATE   <   ZRT-START-DATE(ZONE-RULE-IDX)
               OR  RESOLVE-DATE   >   ZRT-END-DATE  (ZONE-RULE-IDX)
                   GO TO   2220-EXIT.
           MOVE    ZRT-OFFSET-SIGN   (ZONE-RULE-IDX) TO OFFSET-SIGN.
           MOVE    ZRT-OFFSET-HOURS  (ZONE-RULE-IDX) TO OFFSET-HOURS.
           MOVE    ZRT-OFFSET-MINUTES(ZONE-RULE-IDX) TO OFFSET-MINUTES.
           MOVE    'Y'                TO        ZONE-FOUND-SWITCH.
      *
       2220-EXIT.
           EXIT.
      *
       2200-APPLY-OFFSET-S.
           MOVE    HH                 TO        NUM-HH.
           MOVE    MM                 TO        NUM-MM.
           COMPUTE TOTAL-MINUTES = NUM-HH * 60 + NUM-MM.
           IF      OFFSET-SIGN = '-'
                   COMPUTE OFFSET-MINUTES-SIGNED =
                           0 - (OFFSET-HOURS * 60 + OFFSET-MINUTES)
           ELSE
                   COMPUTE OFFSET-MINUTES-SIGNED =
                           OFFSET-HOURS * 60 + OFFSET-MINUTES.
           ADD     OFFSET-MINUTES-SIGNED     TO   TOTAL-MINUTES.
           MOVE    ZERO               TO        DAY-DELTA.
           IF      TOTAL-MINUTES      <         0
                   ADD     1440       TO        TOTAL-MINUTES
                   MOVE    -1         TO        DAY-DELTA
           ELSE
           IF      TOTAL-MINUTES      NOT <     1440
                   SUBTRACT 1440      FROM      TOTAL-MINUTES
                   MOVE    1          TO        DAY-DELTA.
           COMPUTE NEW-HH = TOTAL-MINUTES / 60.
           COMPUTE NEW-MM = TOTAL-MINUTES - (NEW-HH * 60).
           MOVE    NEW-HH             TO        HH.
           MOVE    NEW-MM             TO        MM.
           PERFORM 2250-ADJUST-DAY-S  THRU  2250-EXIT.
           PERFORM 2280-COMPUTE-JULIAN-S   THRU  2280-EXIT.
      *
       2200-EXIT.
           EXIT.
      *
      *    DAY-DELTA IS +1/-1 WHEN THE OFFSET CARRIED THE CLOCK PAST
      *    MIDNIGHT; CARRIES THE CHANGE INTO YYYYMMDD-MM/YYYYMMDD-YYYY
      *    AS NEEDED SO THE DATE NEVER SHOWS AN INVALID DAY NUMBER.
       2250-ADJUST-DAY-S.
           IF      DAY-DELTA          =         0
                   GO TO   2250-EXIT.
           IF      DAY-DELTA          >         0
                   GO TO   2250-FORWARD-S.
           SUBTRACT 1                 FROM      YYYYMMDD-DD.
           IF      YYYYMMDD-DD        NOT =     0
                   GO TO   2250-EXIT.
           SUBTRACT 1                 FROM      YYYYMMDD-MM.
           IF      YYYYMMDD-MM        NOT =     0
                   GO TO   2250-BACK-DAYS-S.
           MOVE    12                 TO        YYYYMMDD-MM.
           SUBTRACT 1                 FROM      YYYYMMDD-YYYY.
      *
       2250-BACK-DAYS-S.
           MOVE    YYYYMMDD-MM        TO        CAL-MM.
           PERFORM 2260-DAYS-IN-MONTH-S     THRU  2260-EXIT.
           MOVE    DAYS-IN-MONTH      TO        YYYYMMDD-DD.
           GO TO   2250-EXIT.
      *
       2250-FORWARD-S.
           ADD     1                  TO        YYYYMMDD-DD.
           MOVE    YYYYMMDD-MM        TO        CAL-MM.
           PERFORM 2260-DAYS-IN-MONTH-S     THRU  2260-EXIT.
           IF      YYYYMMDD-DD        NOT >     DAYS-IN-MONTH
                   GO TO   2250-EXIT.
           MOVE    1                  TO        YYYYMMDD-DD.
           ADD     1                  TO        YYYYMMDD-MM.
           IF      YYYYMMDD-MM        NOT >     12
                   GO TO   2250-EXIT.
           MOVE    1                  TO        YYYYMMDD-MM.
           ADD     1                  TO        YYYYMMDD-YYYY.
      *
       2250-EXIT.
           EXIT.
      *
       2260-DAYS-IN-MONTH-S.
           EVALUATE CAL-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE    31         TO        DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE    30         TO        DAYS-IN-MONTH
               WHEN 02
                   PERFORM 2270-LEAP-YEAR-S  THRU  2270-EXIT
               WHEN OTHER
                   MOVE    30         TO        DAYS-IN-MONTH
           END-EVALUATE.
      *
       2260-EXIT.
           EXIT.
      *
       2270-LEAP-YEAR-S.
           MOVE    28                 TO        DAYS-IN-MONTH.
           DIVIDE  YYYYMMDD-YYYY  BY  4    GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER.
           IF      LEAP-YEAR-REMAINDER  NOT =   0
                   GO TO   2270-EXIT.
           DIVIDE  YYYYMMDD-YYYY  BY  100  GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER.
           IF      LEAP-YEAR-REMAINDER  NOT =   0
                   MOVE    29         TO        DAYS-IN-MONTH
                   GO TO   2270-EXIT.
           DIVIDE  YYYYMMDD-YYYY  BY  400  GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER.
           IF      LEAP-YEAR-REMAINDER  =       0
                   MOVE    29         TO        DAYS-IN-MONTH.
      *
       2270-EXIT.
           EXIT.
      *
       2280-COMPUTE-JULIAN-S.
           MOVE    ZERO               TO        JULIAN-DAY-COUNT.
           PERFORM 2285-ACCUM-MONTH-S VARYING JULIAN-MM
                   FROM 1 BY 1 UNTIL JULIAN-MM >= YYYYMMDD-MM.
           ADD     YYYYMMDD-DD        TO        JULIAN-DAY-COUNT.
           MOVE    YYYYMMDD-YYYY      TO        JULIAN-YYYY.
           MOVE    JULIAN-DAY-COUNT   TO        JULIAN-DDD.
      *
       2280-EXIT.
           EXIT.
      *
       2285-ACCUM-MONTH-S.
           MOVE    JULIAN-MM          TO        CAL-MM.
           PERFORM 2260-DAYS-IN-MONTH-S     THRU  2260-EXIT.
           ADD     DAYS-IN-MONTH      TO        JULIAN-DAY-COUNT.
      *
       2285-EXIT.
           EXIT.
      *
      *    COUNTS BY ZONE, THEN BY JOB TAG.  IN A TRIAL RUN THE
      *    RE-ZONED COLUMN IS WHAT AN UPDATE RUN WOULD CHANGE.
       9000-WRITE-SUMMARY-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'ZONE      EVENTS  RE-ZONED'  TO  LP2.
           WRITE   LP2                AFTER 2.
           IF      ZONE-SUM-COUNT     >         ZERO
                   PERFORM 9100-WRITE-ZONE-LINE-S  THRU  9100-EXIT
                           VARYING ZONE-SUM-IDX FROM 1 BY 1
                           UNTIL ZONE-SUM-IDX > ZONE-SUM-COUNT.
           MOVE    SPACES             TO        LP2.
           MOVE    'JOB TAG   ZONE      EVENTS  RE-ZONED'  TO  LP2.
           WRITE   LP2                AFTER 2.
           MOVE    ZERO               TO        SUM-TOTAL-READ.
           MOVE    ZERO               TO        SUM-TOTAL-REZONED.
           IF      TAG-SUM-COUNT      >         ZERO
                   PERFORM 9200-WRITE-TAG-LINE-S   THRU  9200-EXIT
                           VARYING TAG-SUM-IDX FROM 1 BY 1
                           UNTIL TAG-SUM-IDX > TAG-SUM-COUNT.
           IF      TAG-OVERFLOW
                   PERFORM 9250-WRITE-OTHERS-S     THRU  9250-EXIT.
           MOVE    SUM-TOTAL-READ     TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           MOVE    'TOTAL'            TO        LP2(1:5).
           MOVE    COUNT-ED           TO        LP2(19:7).
           MOVE    SUM-TOTAL-REZONED  TO        COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(29:7).
           WRITE   LP2                AFTER 2.
      *
       9000-EXIT.
           EXIT.
      *
       9100-WRITE-ZONE-LINE-S.
           MOVE    SPACES             TO        LP2.
           MOVE    ZS-ZONE-CODE(ZONE-SUM-IDX)     TO  LP2(1:4).
           MOVE    ZS-READ-COUNT(ZONE-SUM-IDX)    TO  COUNT-ED.
           MOVE    COUNT-ED                       TO  LP2(9:7).
           MOVE    ZS-REZONED-COUNT(ZONE-SUM-IDX) TO  COUNT-ED.
           MOVE    COUNT-ED                       TO  LP2(19:7).
           WRITE   LP2                AFTER 1.
      *
       9100-EXIT.
           EXIT.
      *
       9200-WRITE-TAG-LINE-S.
           ADD     TS-READ-COUNT   (TAG-SUM-IDX)  TO  SUM-TOTAL-READ.
           ADD     TS-REZONED-COUNT(TAG-SUM-IDX)  TO  SUM-TOTAL-REZONED.
           MOVE    SPACES             TO        LP2.
           MOVE    TS-JOB-TAG      (TAG-SUM-IDX)  TO  LP2(1:8).
           MOVE    TS-ZONE-CODE    (TAG-SUM-IDX)  TO  LP2(11:4).
           MOVE    TS-READ-COUNT   (TAG-SUM-IDX)  TO  COUNT-ED.
           MOVE    COUNT-ED                       TO  LP2(19:7).
           MOVE    TS-REZONED-COUNT(TAG-SUM-IDX)  TO  COUNT-ED.
           MOVE    COUNT-ED                       TO  LP2(29:7).
           WRITE   LP2                AFTER 1.
      *
       9200-EXIT.
           EXIT.
      *
       9250-WRITE-OTHERS-S.
           ADD     TAG-OVF-READ       TO        SUM-TOTAL-READ.
           ADD     TAG-OVF-REZONED    TO        SUM-TOTAL-REZONED.
           MOVE    SPACES             TO        LP2.
           MOVE    '*OTHERS*'         TO        LP2(1:8).
           MOVE    TAG-OVF-READ       TO        COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(19:7).
           MOVE    TAG-OVF-REZONED    TO        COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(29:7).
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           MOVE    'TABLE FULL - EXTRA TAGS COMBINED AS *OTHERS*'
                                      TO        LP2.
           WRITE   LP2                AFTER 1.
      *
       9250-EXIT.
           EXIT.
      *
      *    PROVES RECORDS READ = UNCHANGED + RE-ZONED + ERRORS.
       9999-TERMINATE-S.
           MOVE    RECORDS-READ-COUNT TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'END OF RUN - EVTMAST RECORDS READ:  ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    UNCHANGED-COUNT    TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             ALREADY CORRECT:      ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    REZONED-COUNT      TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           IF      UPDATE-MODE-RUN
                   STRING  '             RE-ZONED (REWRITTEN): '
                           COUNT-ED
                           DELIMITED BY SIZE INTO LP2
           ELSE
                   STRING  '             WOULD BE RE-ZONED:    '
                           COUNT-ED
                           DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    ERROR-COUNT        TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             ERRORS:               ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           IF      RECORDS-READ-COUNT =
                   UNCHANGED-COUNT + REZONED-COUNT + ERROR-COUNT
                   MOVE    '  TOTALS IN BALANCE'       TO   LP2
           ELSE
                   MOVE    '  *** TOTALS OUT OF BALANCE ***'  TO  LP2
                   MOVE    'Y'        TO        REZONE-ERROR-SWITCH.
           WRITE   LP2                AFTER 1.
           IF      ERROR-COUNT        >         ZERO
                   MOVE    'Y'        TO        REZONE-ERROR-SWITCH.
           IF      REZONE-ERROR
                   MOVE    8          TO        RETURN-CODE
           ELSE
           IF      TRIAL-MODE-RUN
               AND REZONED-COUNT      >         ZERO
                   MOVE    4          TO        RETURN-CODE.
           IF      EVTMAST-STATUS     =         '00'
                   CLOSE   EVTMAST.
           IF      JOBTAB-STATUS      =         '00'
               AND NOT JOBTAB-LOADED
                   CLOSE   JOBTAB.
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
           MOVE    'EVTREZN'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'READ'             TO   SL-COUNT-LABEL(1).
           MOVE    RECORDS-READ-COUNT TO   SL-COUNT-VALUE(1).
           MOVE    'UNCHANGD'         TO   SL-COUNT-LABEL(2).
           MOVE    UNCHANGED-COUNT    TO   SL-COUNT-VALUE(2).
           MOVE    'REZONED'          TO   SL-COUNT-LABEL(3).
           MOVE    REZONED-COUNT      TO   SL-COUNT-VALUE(3).
           MOVE    'ERRORS'           TO   SL-COUNT-LABEL(4).
           MOVE    ERROR-COUNT        TO   SL-COUNT-VALUE(4).
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
//*   RUN AFTER A ZONMNT CORRECTION HAS BEEN COPIED OVER ZONRULE.
//*        PARM=                  TRIAL RUN - REPORT ONLY (DEFAULT)
//*        PARM='UPDATE'          REWRITE THE CHANGED EVENTS
//*   RC 0 = NOTHING TO RE-ZONE, OR UPDATE RUN CLEAN.
//*   RC 4 = TRIAL RUN FOUND EVENTS TO RE-ZONE - REVIEW THE REPORT,
//*          THEN RERUN WITH PARM='UPDATE'.
//*   RC 8 = OPEN/READ/REWRITE ERROR OR TOTALS OUT OF BALANCE.
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB)),
//         PARM=''
//JOBTAB   DD DSN=ANDREWJ.TOD.JOBTAB,DISP=SHR
//ZONRULE  DD DSN=ANDREWJ.TOD.ZONRULE,DISP=SHR
//EVTMAST  DD DSN=ANDREWJ.TOD.EVTMAST,DISP=SHR
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
