                   FILE STATUS IS  ALERTOUT-STATUS.
           SELECT RUNHIST  ASSIGN  TO                  RUNHIST
                   FILE STATUS IS  RUNHIST-STATUS.
           SELECT LEAPSEC  ASSIGN  TO                  LEAPSEC
                   FILE STATUS IS  LEAPSEC-STATUS.
           SELECT STEPLOG  ASSIGN  TO                  STEPLOG
                   FILE STATUS IS  STEPLOG-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
           05  TI-EVENT-TYPE           PIC X(01).
               88  TI-START-EVENT                VALUE 'S'.
               88  TI-END-EVENT                  VALUE 'E'.
      *    SYSTEM THE EVENT WAS LOGGED ON - STAMPED BY THE TODMERG
      *    FRONT END.  BLANK ON A SINGLE-FEED TODIN.
           05  TI-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(46).
       FD  RESTRT.
       01  RESTRT-REC.
           05  RESTRT-LAST-NUM         PIC 9(07).
           05  JT-JOB-TAG              PIC X(08).
           05  JT-JOB-NAME             PIC X(20).
           05  JT-ZONE-CODE            PIC X(04).
           05  JT-COST-CENTER          PIC X(08).
           05  FILLER                  PIC X(40).
      *    NAMED-ZONE OFFSET RULES WITH DATE RANGES - ONE RECORD PER
      *    ZONE PER EFFECTIVE PERIOD, SO DAYLIGHT SAVING IS CARRIED
      *    AS TWO (OR MORE) RECORDS FOR THE SAME ZONE CODE.
           05  ZR-OFFSET-HOURS         PIC 9(02).
           05  ZR-OFFSET-MINUTES       PIC 9(02).
           05  FILLER                  PIC X(55).
      *    LEAP-SECOND TABLE - ONE RECORD PER LEAP SECOND, GIVING THE
      *    TOD AT WHICH IT TOOK EFFECT, THE CUMULATIVE COUNT FROM THAT
      *    POINT ON, AND THE SAME INSTANT AS A UTC TIMESTAMP (THE
      *    REVERSE PATH, WHICH STARTS FROM A TIME RATHER THAN A TOD,
      *    PICKS ITS LEVEL ON THAT).  MAINTAINED BY LEAPMNT.  BLANK
      *    CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.
       FD  LEAPSEC
           LABEL     RECORD  IS OMITTED.
       01  LEAPSEC-REC.
           05  LS-EFFECTIVE-TOD        PIC X(16).
           05  LS-LEAP-SECONDS         PIC X(02).
           05  LS-EFFECTIVE-UTC        PIC X(14).
           05  FILLER                  PIC X(48).
       FD  SUMFILE
           LABEL     RECORD  IS OMITTED.
       01  SUM-LINE                    PIC X(132).
               10  RD-TOD              PIC X(16).
               10  RD-LOCAL-TS         PIC X(14).
               10  RD-JULIAN           PIC X(07).
               10  RD-SOURCE-SYSTEM    PIC X(08).
               10  FILLER              PIC X(29).
           05  RH-TRAILER REDEFINES RH-DATA.
               10  RT-CONVERTED        PIC 9(07).
               10  RT-REJECTED         PIC 9(07).
           LABEL     RECORD  IS OMITTED.
       01  CONVOUT-REC.
           05  CO-JOB-TAG              PIC X(08).
               88  CO-TRAILER                    VALUE HIGH-VALUES.
           05  CO-JOB-NAME             PIC X(20).
           05  CO-TOD                  PIC X(16).
           05  CO-GMT-YYYYMMDD         PIC X(08).
           05  CO-LOC-SS               PIC X(02).
           05  CO-MICROS               PIC X(06).
           05  CO-JULIAN-DATE          PIC X(07).
           05  CO-SOURCE-SYSTEM        PIC X(08).
           05  CO-EVENT-TYPE           PIC X(01).
           05  FILLER                  PIC X(06).
      *    CONTROL TRAILER - THE LAST RECORD ON EVERY CONVOUT, FLAGGED
      *    BY HIGH-VALUES IN THE JOB-TAG POSITIONS.  THE RUN STAMP IS
      *    THE ONE ON THE RUN'S RUNHIST 'H' RECORD; THE HASH IS BUILT
      *    BY 2110-ACCUM-HASH-S OVER THE JOB TAGS AND GMT TIMESTAMPS
      *    OF THE RECORDS ABOVE IT.  EVTLOAD CHECKS BOTH BEFORE IT
      *    LOADS ANYTHING.
       01  CONVOUT-TRAILER-REC.
           05  CT-TRAILER-ID           PIC X(08).
           05  CT-RUN-DATE             PIC X(08).
           05  CT-RUN-TIME             PIC X(08).
           05  CT-RECORD-COUNT         PIC 9(07).
           05  CT-HASH-TOTAL           PIC 9(15).
           05  FILLER                  PIC X(54).
      *    FIXED-FORMAT ALERT RECORD CUT WHEN A REJECT THRESHOLD IS
      *    BREACHED - THE CONSOLE AUTOMATION KEYS OFF THE LEVEL AND
      *    THE LIMIT FIELDS TO PAGE THE ON-CALL.  KEEP THE LAYOUT IN
       01  REJECT-REC.
           05  RJ-TODIN-REC            PIC X(80).
           05  RJ-REASON-CODE          PIC X(02).
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
       77  TODIN-STATUS                PIC X(02) VALUE SPACES.
       77  JOBTAB-STATUS               PIC X(02) VALUE SPACES.
       77  CONVOUT-STATUS              PIC X(02) VALUE SPACES.
      *    CONVOUT CONTROL TOTALS FOR THE TRAILER.  THE HASH IS KEPT
      *    MODULO 10**15 SO IT CANNOT OVERFLOW ON A BIG RUN.
       77  CONVOUT-WRITE-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  CONVOUT-HASH-TOTAL          PIC 9(15) VALUE ZERO.
       77  HASH-WORK                   PIC 9(18) VALUE ZERO.
       77  HASH-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
       77  HASH-TAG-VALUE              PIC 9(07) COMP VALUE ZERO.
       77  HASH-CHAR-IDX               PIC 9(02) COMP VALUE ZERO.
       01  HASH-GMT-TS                 PIC X(14) VALUE SPACES.
       01  HASH-GMT-TS-N  REDEFINES HASH-GMT-TS
                                       PIC 9(14).
       01  HASH-TAG                    PIC X(08) VALUE SPACES.
       01  HASH-TAG-CHARS REDEFINES HASH-TAG.
           05  HASH-TAG-CHAR           PIC X(01) OCCURS 8.
      *    ONE TAG CHARACTER DROPPED INTO THE LOW-ORDER BYTE OF A
      *    ZEROED HALFWORD READS BACK AS ITS CODE POINT (0-255).
       01  HASH-CHAR-WORK.
           05  HASH-CHAR-VALUE         PIC 9(04) COMP VALUE ZERO.
           05  HASH-CHAR-BYTES REDEFINES HASH-CHAR-VALUE.
               10  FILLER              PIC X(01).
               10  HASH-CHAR           PIC X(01).
       77  REJECTS-STATUS              PIC X(02) VALUE SPACES.
       77  REJECT-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  SKIP-COUNT                  PIC 9(07) COMP VALUE ZERO.
      *    PROCESSING STOPS AT ONCE) AT OR ABOVE THE SEVERE LIMITS.
      *    A ZERO LIMIT IS UNSET.
       77  ALERTOUT-STATUS             PIC X(02) VALUE SPACES.
       77  ALERT-WRITE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  REJWARN-LIMIT               PIC 9(07) COMP VALUE ZERO.
       77  REJWPCT-LIMIT               PIC 9(03) VALUE ZERO.
       77  REJSEVR-LIMIT               PIC 9(07) COMP VALUE ZERO.
      *    PARM MODES, WHICH CARRY NO JOB TAG.
       01  HIST-JOB-TAG                PIC X(08) VALUE SPACES.
       01  HIST-JULIAN                 PIC X(07) VALUE SPACES.
       01  HIST-SOURCE-SYSTEM          PIC X(08) VALUE SPACES.
       77  JOBTAB-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  JOBTAB-EOF                        VALUE 'Y'.
      *    SET WHEN THE WHOLE CLUSTER FITS IN THE JOB TABLE BELOW -
               10  JS-DUR-TOT          PIC 9(12) COMP.
               10  JS-UNSTART-COUNT    PIC 9(07) COMP.
               10  JS-UNEND-COUNT      PIC 9(07) COMP.
      *    LEAP-SECOND CORRECTION.  STCKCONV TURNS A TOD INTO TIME
      *    WITHOUT ALLOWING FOR LEAP SECONDS, SO ITS RESULT RUNS AHEAD
      *    OF TRUE UTC BY THE CUMULATIVE COUNT IN FORCE AT THAT TOD.
      *    THE FORWARD PATH TAKES THE COUNT OFF AFTER THE CALL; THE
      *    REVERSE PATH PUTS IT BACK ON BEFORE THE CALL.  AN EMPTY
      *    TABLE (NO LEAPSEC) MEANS NO CORRECTION, AS BEFORE.
       77  LEAPSEC-STATUS              PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  LEAP-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  LEAP-EOF                          VALUE 'Y'.
       77  LEAP-VALID-SWITCH           PIC X(01) VALUE 'Y'.
           88  LEAP-VALID                        VALUE 'Y'.
       77  LEAP-IDX                    PIC 9(04) COMP VALUE ZERO.
       77  LEAP-CHAR-IDX               PIC 9(02) COMP VALUE ZERO.
      *    SECONDS APPLIED TO THE CURRENT CONVERSION, AND THE LEVEL OF
      *    THE LATEST TABLE ENTRY SHOWN ON THE RUN HEADER.
       77  LEAP-SECS-APPLIED           PIC 9(02) VALUE ZERO.
       77  LEAP-SECS-SIGNED            PIC S9(03) VALUE ZERO.
       77  LEAP-LEVEL                  PIC 9(02) VALUE ZERO.
       01  LEAP-LEVEL-UTC              PIC X(14) VALUE SPACES.
       01  LEAP-LEVEL-KEY              PIC X(16) VALUE LOW-VALUES.
       01  LEAP-BEST-KEY               PIC X(16) VALUE LOW-VALUES.
       01  LEAP-BEST-UTC               PIC X(14) VALUE SPACES.
       01  LEAP-UTC-TS                 PIC X(14) VALUE SPACES.
      *    THE TOD AS 16 HEX DIGITS DOES NOT COMPARE IN TIME ORDER
      *    (THE LETTERS A-F COLLATE BELOW THE DIGITS), SO TODS ARE
      *    COMPARED IN A TRANSLATED FORM, 0-9 AND A-F MAPPED ONTO THE
      *    LETTERS A-P, WHICH DOES COLLATE IN ORDER.
       01  LEAP-TOD-KEY                PIC X(16) VALUE SPACES.
       01  LEAP-KEY-CHARS REDEFINES LEAP-TOD-KEY.
           05  LEAP-KEY-CHAR           PIC X(01) OCCURS 16.
       01  LEAP-WORK.
           05  LW-HH                   PIC 9(02) VALUE ZERO.
           05  LW-MM                   PIC 9(02) VALUE ZERO.
           05  LW-SS                   PIC 9(02) VALUE ZERO.
           05  LW-DAY-SECS             PIC S9(06) VALUE ZERO.
       01  LEAP-TABLE.
           05  LEAP-MAX                PIC 9(04) COMP VALUE 0050.
           05  LEAP-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  LEAP-ENTRY OCCURS 50.
               10  LST-TOD-KEY         PIC X(16).
               10  LST-LEAP-SECONDS    PIC 9(02).
               10  LST-EFFECTIVE-UTC   PIC X(14).
       01  ZONE-RULE-TABLE.
           05  ZONE-RULE-MAX           PIC 9(04) COMP VALUE 0200.
           05  ZONE-RULE-COUNT         PIC 9(04) COMP VALUE ZERO.
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER PAGE.
           PERFORM 1800-LOAD-LEAPSEC-S  THRU  1800-EXIT.
           PERFORM 1300-OPEN-HISTORY-S  THRU  1300-EXIT.
           IF      BATCH-TYPE-RUN
                   PERFORM 1100-INIT-BATCH-S    THRU  1100-EXIT.
      *
       1780-EXIT.
           EXIT.
      *
      *    LOADS THE LEAP-SECOND TABLE (ALL RUN MODES) AND SHOWS THE
      *    LEVEL NOW IN FORCE UNDER THE RUN HEADER.  A MISSING FILE
      *    IS NOT AN ERROR - NO CORRECTION IS APPLIED, AS BEFORE.
      *    ENTRIES THAT FAIL THE EDITS ARE LISTED AND LEFT OUT.
       1800-LOAD-LEAPSEC-S.
           OPEN    INPUT              LEAPSEC.
           IF      LEAPSEC-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'LEAPSEC NOT AVAILABLE - NO LEAP-SECOND '
                           'CORRECTION APPLIED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   1800-EXIT.
           PERFORM 1850-READ-LEAP-S   THRU  1850-EXIT
                   UNTIL LEAP-EOF.
           CLOSE   LEAPSEC.
           MOVE    LEAP-COUNT         TO        TOD-COUNT-ED.
           MOVE    SPACES             TO        LP2.
           IF      LEAP-COUNT         =         ZERO
                   STRING  'LEAPSEC EMPTY - NO LEAP-SECOND '
                           'CORRECTION APPLIED'
                           DELIMITED BY SIZE INTO LP2
           ELSE
                   STRING  'LEAP-SECOND LEVEL APPLIED: ' LEAP-LEVEL
                           '  EFFECTIVE: ' LEAP-LEVEL-UTC ' UTC'
                           '  TABLE ENTRIES: ' TOD-COUNT-ED
                           DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       1800-EXIT.
           EXIT.
      *
       1850-READ-LEAP-S.
           READ    LEAPSEC
                   AT END
                   MOVE    'Y'        TO        LEAP-EOF-SWITCH
                   GO TO   1850-EXIT.
           IF      LEAPSEC-STATUS     NOT =     '00'
                   MOVE    'Y'        TO        LEAP-EOF-SWITCH
                   GO TO   1850-EXIT.
           IF      LEAPSEC-REC        =         SPACES
               OR  LEAPSEC-REC(1:1)   =         '*'
                   GO TO   1850-EXIT.
           MOVE    LS-EFFECTIVE-TOD   TO        LEAP-TOD-KEY.
           MOVE    'Y'                TO        LEAP-VALID-SWITCH.
           PERFORM 1860-CHECK-LEAP-CHAR-S  THRU  1860-EXIT
                   VARYING LEAP-CHAR-IDX FROM 1 BY 1
                   UNTIL LEAP-CHAR-IDX > 16
                   OR NOT LEAP-VALID.
           INSPECT LEAP-TOD-KEY  CONVERTING  '0123456789ABCDEF'
                                      TO        'ABCDEFGHIJKLMNOP'.
           IF      NOT LEAP-VALID
               OR  LS-LEAP-SECONDS    NOT NUMERIC
               OR  LS-EFFECTIVE-UTC   NOT NUMERIC
                   MOVE    SPACES     TO        LP2
                   STRING  'LEAPSEC ENTRY IGNORED - BAD VALUE: '
                           LEAPSEC-REC(1:32)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   GO TO   1850-EXIT.
           IF      LEAP-COUNT         NOT <     LEAP-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'LEAP-SECOND TABLE FULL - REMAINING '
                           'ENTRIES IGNORED - FIRST DROPPED: '
                           LS-EFFECTIVE-TOD
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        LEAP-EOF-SWITCH
                   GO TO   1850-EXIT.
           ADD     1                  TO        LEAP-COUNT.
           MOVE    LEAP-COUNT         TO        LEAP-IDX.
           MOVE    LEAP-TOD-KEY       TO   LST-TOD-KEY      (LEAP-IDX).
           MOVE    LS-LEAP-SECONDS    TO   LST-LEAP-SECONDS (LEAP-IDX).
           MOVE    LS-EFFECTIVE-UTC   TO   LST-EFFECTIVE-UTC(LEAP-IDX).
           IF      LEAP-TOD-KEY       >         LEAP-LEVEL-KEY
                   MOVE    LEAP-TOD-KEY       TO   LEAP-LEVEL-KEY
                   MOVE    LS-LEAP-SECONDS    TO   LEAP-LEVEL
                   MOVE    LS-EFFECTIVE-UTC   TO   LEAP-LEVEL-UTC.
      *
       1850-EXIT.
           EXIT.
      *
      *    CHECKED BEFORE TRANSLATION, AS 2360-CHECK-HEX-CHAR-S DOES -
      *    A VALID HEX DIGIT IS 0-9 OR A-F.
       1860-CHECK-LEAP-CHAR-S.
           IF      LEAP-KEY-CHAR(LEAP-CHAR-IDX) NOT NUMERIC
               AND (LEAP-KEY-CHAR(LEAP-CHAR-IDX) < 'A'
                OR  LEAP-KEY-CHAR(LEAP-CHAR-IDX) > 'F')
                   MOVE    'N'        TO        LEAP-VALID-SWITCH.
      *
       1860-EXIT.
           EXIT.
      *
       1500-READ-RESTART-S.
           MOVE    1                  TO        RESTART-START-NUM.
      *    FOR STATIC CALL
      *    CALL    'STCKCONV' USING PARM.
      *
           PERFORM 2290-LEAP-TO-UTC-S    THRU  2290-EXIT.
           MOVE    SPACES         TO        WORK-GMT-TS.
           STRING  YYYYMMDD HH MM SS
                   DELIMITED BY SIZE INTO WORK-GMT-TS.
           MOVE    TI-JOB-TAG     TO        HIST-JOB-TAG.
           MOVE    'F'            TO        HIST-DIRECTION.
           MOVE    JULIAN-DATE    TO        HIST-JULIAN.
           MOVE    TI-SOURCE-SYSTEM TO      HIST-SOURCE-SYSTEM.
           PERFORM 2120-WRITE-HISTORY-S  THRU  2120-EXIT.
           MOVE    'C'            TO        SUM-TYPE.
           PERFORM 2150-ACCUM-SUMMARY-S  THRU  2150-EXIT.
                   GO TO   2000-CHECK-S.
           MOVE    SPACES         TO        LP2.
           STRING  'JOB: ' JOB-NAME-OUT '  TAG: ' TI-JOB-TAG
                   '  SRC: ' TI-SOURCE-SYSTEM
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER 1.
           MOVE    TOD            TO        LP2   .
           MOVE    ALERT-LIMIT-TYPE   TO        AL-LIMIT-TYPE.
           MOVE    ALERT-LIMIT-VALUE  TO        AL-LIMIT-VALUE.
           WRITE   ALERT-REC.
           ADD     1                  TO        ALERT-WRITE-COUNT.
      *
       2950-EXIT.
           EXIT.
           MOVE    SS             TO        CO-LOC-SS.
           MOVE    MICROS         TO        CO-MICROS.
           MOVE    JULIAN-DATE    TO        CO-JULIAN-DATE.
           MOVE    TI-SOURCE-SYSTEM TO      CO-SOURCE-SYSTEM.
           MOVE    TI-EVENT-TYPE    TO      CO-EVENT-TYPE.
           WRITE   CONVOUT-REC.
           IF      CONVOUT-STATUS =         '00'
                   PERFORM 2110-ACCUM-HASH-S  THRU  2110-EXIT.
      *
       2100-EXIT.
           EXIT.
      *
      *    ADDS THE RECORD JUST WRITTEN TO THE TRAILER TOTALS.  THE
      *    TAG COUNTS AS THE SUM OF ITS CHARACTER CODES, EACH WEIGHTED
      *    BY ITS POSITION SO TRANSPOSED TAGS DO NOT CANCEL OUT; THE
      *    GMT TIMESTAMP COUNTS AS THE 14-DIGIT NUMBER.  EVTLOAD
      *    REBUILDS THE HASH THE SAME WAY - KEEP THE TWO IN STEP.
       2110-ACCUM-HASH-S.
           ADD     1              TO        CONVOUT-WRITE-COUNT.
           MOVE    CO-JOB-TAG     TO        HASH-TAG.
           MOVE    ZERO           TO        HASH-TAG-VALUE.
           PERFORM 2115-HASH-TAG-CHAR-S  THRU  2115-EXIT
                   VARYING HASH-CHAR-IDX FROM 1 BY 1
                   UNTIL HASH-CHAR-IDX > 8.
           MOVE    CONVOUT-REC(45:14)   TO  HASH-GMT-TS.
           IF      HASH-GMT-TS    NOT NUMERIC
                   MOVE    ZERO   TO        HASH-GMT-TS-N.
           COMPUTE HASH-WORK = CONVOUT-HASH-TOTAL + HASH-TAG-VALUE
                             + HASH-GMT-TS-N.
           DIVIDE  HASH-WORK      BY        1000000000000000
                   GIVING  HASH-QUOTIENT REMAINDER CONVOUT-HASH-TOTAL.
      *
       2110-EXIT.
           EXIT.
      *
       2115-HASH-TAG-CHAR-S.
           MOVE    ZERO           TO        HASH-CHAR-VALUE.
           MOVE    HASH-TAG-CHAR(HASH-CHAR-IDX)  TO  HASH-CHAR.
           COMPUTE HASH-TAG-VALUE = HASH-TAG-VALUE
                                  + HASH-CHAR-VALUE * HASH-CHAR-IDX.
      *
       2115-EXIT.
           EXIT.
      *
      *    APPENDS ONE 'D' RECORD TO THE RUN HISTORY FOR THE CURRENT
      *    CONVERSION.  THE CALLER SETS HIST-DIRECTION AND
      *    HIST-JULIAN (SPACES FOR A REVERSE CONVERSION - NO JULIAN
           MOVE    TOD            TO        RD-TOD.
           MOVE    WORK-LOCAL-TS  TO        RD-LOCAL-TS.
           MOVE    HIST-JULIAN    TO        RD-JULIAN.
           MOVE    HIST-SOURCE-SYSTEM TO    RD-SOURCE-SYSTEM.
           WRITE   RUNHIST-REC.
      *
       2120-EXIT.
                   ADD     1          TO        BYPASS-COUNT
                   GO TO   2500-EXIT.
           ADD     1                  TO        SELECT-COUNT.
           PERFORM 2295-UTC-TO-LEAP-S     THRU  2295-EXIT.
           MOVE    'R'                TO        STCK-DIRECTION.
      *    FOR DYNAMIC LINK
           CALL    CONVRTN    USING PARM.
           MOVE    TI-JOB-TAG         TO        HIST-JOB-TAG.
           MOVE    'R'                TO        HIST-DIRECTION.
           MOVE    SPACES             TO        HIST-JULIAN.
           MOVE    TI-SOURCE-SYSTEM   TO        HIST-SOURCE-SYSTEM.
           PERFORM 2120-WRITE-HISTORY-S  THRU  2120-EXIT.
           MOVE    'C'                TO        SUM-TYPE.
           PERFORM 2150-ACCUM-SUMMARY-S  THRU  2150-EXIT.
                   GO TO   2500-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'JOB: ' JOB-NAME-OUT '  TAG: ' TI-JOB-TAG
                   '  SRC: ' TI-SOURCE-SYSTEM '  REVERSE'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           MOVE    YYYYMMDD                 TO   RESOLVE-DATE.
           PERFORM 2210-RESOLVE-OFFSET-S    THRU  2210-EXIT.
           PERFORM 3200-LOCAL-TO-GMT-S      THRU  3200-EXIT.
           PERFORM 2295-UTC-TO-LEAP-S       THRU  2295-EXIT.
           MOVE    'R'                      TO   STCK-DIRECTION.
      *    FOR DYNAMIC LINK
           CALL    CONVRTN    USING PARM.
      *    CARRIES NO JOB TAG, SO THE TAG IS LEFT BLANK.
           MOVE    REVERSE-INPUT-TS   TO        WORK-LOCAL-TS.
           MOVE    SPACES             TO        HIST-JOB-TAG.
           MOVE    SPACES             TO        HIST-SOURCE-SYSTEM.
           MOVE    'R'                TO        HIST-DIRECTION.
           MOVE    SPACES             TO        HIST-JULIAN.
           PERFORM 2120-WRITE-HISTORY-S  THRU  2120-EXIT.
      *    FOR STATIC CALL
      *    CALL    'STCKCONV' USING PARM.
      *
           PERFORM 2290-LEAP-TO-UTC-S    THRU  2290-EXIT.
           MOVE    YYYYMMDD           TO        RESOLVE-DATE.
           PERFORM 2210-RESOLVE-OFFSET-S THRU  2210-EXIT.
           PERFORM 2200-APPLY-OFFSET-S   THRU  2200-EXIT.
           STRING  YYYYMMDD HH MM SS
                   DELIMITED BY SIZE INTO WORK-LOCAL-TS.
           MOVE    SPACES             TO        HIST-JOB-TAG.
           MOVE    SPACES             TO        HIST-SOURCE-SYSTEM.
           MOVE    'F'                TO        HIST-DIRECTION.
           MOVE    JULIAN-DATE        TO        HIST-JULIAN.
           PERFORM 2120-WRITE-HISTORY-S  THRU  2120-EXIT.
       3500-EXIT.
           EXIT.
      *
      *    FORWARD PATH - TAKES THE LEAP SECONDS IN FORCE AT THE TOD
      *    OFF THE TIME STCKCONV HAS JUST RETURNED IN DATETIME, SO
      *    EVERYTHING DOWNSTREAM (WINDOW, OFFSET, CONVOUT, RUNHIST)
      *    WORKS IN TRUE UTC.  THE LEVEL IS THE LATEST TABLE ENTRY
      *    WHOSE EFFECTIVE TOD IS NOT AFTER THE RECORD'S TOD.
       2290-LEAP-TO-UTC-S.
           MOVE    ZERO               TO        LEAP-SECS-APPLIED.
           IF      LEAP-COUNT         =         ZERO
                   GO TO   2290-EXIT.
           MOVE    TOD                TO        LEAP-TOD-KEY.
           INSPECT LEAP-TOD-KEY  CONVERTING  '0123456789ABCDEF'
                                      TO        'ABCDEFGHIJKLMNOP'.
           MOVE    LOW-VALUES         TO        LEAP-BEST-KEY.
           PERFORM 2291-SCAN-LEAP-TOD-S  THRU  2291-EXIT
                   VARYING LEAP-IDX FROM 1 BY 1
                   UNTIL LEAP-IDX > LEAP-COUNT.
           IF      LEAP-SECS-APPLIED  =         ZERO
                   GO TO   2290-EXIT.
           COMPUTE LEAP-SECS-SIGNED   =   0 - LEAP-SECS-APPLIED.
           PERFORM 2298-SHIFT-SECONDS-S  THRU  2298-EXIT.
      *
       2290-EXIT.
           EXIT.
      *
       2291-SCAN-LEAP-TOD-S.
           IF      LST-TOD-KEY(LEAP-IDX)   >    LEAP-TOD-KEY
               OR  LST-TOD-KEY(LEAP-IDX)   NOT > LEAP-BEST-KEY
                   GO TO   2291-EXIT.
           MOVE    LST-TOD-KEY(LEAP-IDX)        TO   LEAP-BEST-KEY.
           MOVE    LST-LEAP-SECONDS(LEAP-IDX)   TO   LEAP-SECS-APPLIED.
      *
       2291-EXIT.
           EXIT.
      *
      *    REVERSE PATH - DATETIME HOLDS THE TRUE UTC TIME; PUTS THE
      *    LEAP SECONDS IN FORCE AT THAT TIME BACK ON BEFORE STCKCONV
      *    TURNS IT INTO A TOD.  THE LEVEL IS THE LATEST TABLE ENTRY
      *    WHOSE EFFECTIVE UTC TIME IS NOT AFTER THE EVENT.
       2295-UTC-TO-LEAP-S.
           MOVE    ZERO               TO        LEAP-SECS-APPLIED.
           IF      LEAP-COUNT         =         ZERO
                   GO TO   2295-EXIT.
           MOVE    SPACES             TO        LEAP-UTC-TS.
           STRING  YYYYMMDD HH MM SS
                   DELIMITED BY SIZE INTO LEAP-UTC-TS.
           MOVE    SPACES             TO        LEAP-BEST-UTC.
           PERFORM 2296-SCAN-LEAP-UTC-S  THRU  2296-EXIT
                   VARYING LEAP-IDX FROM 1 BY 1
                   UNTIL LEAP-IDX > LEAP-COUNT.
           IF      LEAP-SECS-APPLIED  =         ZERO
                   GO TO   2295-EXIT.
           MOVE    LEAP-SECS-APPLIED  TO        LEAP-SECS-SIGNED.
           PERFORM 2298-SHIFT-SECONDS-S  THRU  2298-EXIT.
      *
       2295-EXIT.
           EXIT.
      *
       2296-SCAN-LEAP-UTC-S.
           IF      LST-EFFECTIVE-UTC(LEAP-IDX)  >    LEAP-UTC-TS
               OR  LST-EFFECTIVE-UTC(LEAP-IDX)  NOT > LEAP-BEST-UTC
                   GO TO   2296-EXIT.
           MOVE    LST-EFFECTIVE-UTC(LEAP-IDX)  TO   LEAP-BEST-UTC.
           MOVE    LST-LEAP-SECONDS(LEAP-IDX)   TO   LEAP-SECS-APPLIED.
      *
       2296-EXIT.
           EXIT.
      *
      *    MOVES DATETIME BY LEAP-SECS-SIGNED SECONDS, CARRYING ACROSS
      *    MIDNIGHT THROUGH THE SAME DAY ROLLOVER AS THE OFFSET LOGIC.
       2298-SHIFT-SECONDS-S.
           MOVE    HH                 TO        LW-HH.
           MOVE    MM                 TO        LW-MM.
           MOVE    SS                 TO        LW-SS.
           COMPUTE LW-DAY-SECS = LW-HH * 3600 + LW-MM * 60 + LW-SS
                               + LEAP-SECS-SIGNED.
           MOVE    ZERO               TO        DAY-DELTA.
           IF      LW-DAY-SECS        <         0
                   ADD     86400      TO        LW-DAY-SECS
                   MOVE    -1         TO        DAY-DELTA
           ELSE
           IF      LW-DAY-SECS        NOT <     86400
                   SUBTRACT 86400     FROM      LW-DAY-SECS
                   MOVE    1          TO        DAY-DELTA.
           COMPUTE LW-HH = LW-DAY-SECS / 3600.
           COMPUTE LW-MM = (LW-DAY-SECS - LW-HH * 3600) / 60.
           COMPUTE LW-SS = LW-DAY-SECS - LW-HH * 3600 - LW-MM * 60.
           MOVE    LW-HH              TO        HH.
           MOVE    LW-MM              TO        MM.
           MOVE    LW-SS              TO        SS.
           PERFORM 2250-ADJUST-DAY-S  THRU  2250-EXIT.
      *
       2298-EXIT.
           EXIT.
      *
      *    PICKS THE OFFSET FOR THE CURRENT RECORD: THE FIRST ZONE
      *    RULE WHOSE CODE MATCHES JOB-ZONE-CODE AND WHOSE DATE RANGE
      *    COVERS RESOLVE-DATE WINS, OTHERWISE THE SHOP DEFAULT.
           PERFORM 9940-SET-REJECT-RC-S  THRU  9940-EXIT.
           IF      ALERT-OPEN-OK
                   CLOSE   ALERTOUT.
           PERFORM 9995-WRITE-STEPLOG-S  THRU  9995-EXIT.
           CLOSE   LPFILE.
      *
       9999-EXIT.
           IF      TODIN-STATUS       =         '00'
                   CLOSE   TODIN.
           IF      CONVOUT-STATUS     =         '00'
                   PERFORM 9910-WRITE-TRAILER-S  THRU  9910-EXIT
                   CLOSE   CONVOUT.
           IF      REJECTS-STATUS     =         '00'
                   CLOSE   REJECTS.
       9900-EXIT.
           EXIT.
      *
      *    ENDS CONVOUT WITH THE CONTROL TRAILER.  THE RUN STAMP TIES
      *    THE DATASET TO THIS RUN'S RUNHIST ENTRY, SO EVTLOAD CAN
      *    TELL A RERUN OF AN ALREADY-LOADED CONVOUT FROM A NEW ONE.
       9910-WRITE-TRAILER-S.
           MOVE    SPACES             TO        CONVOUT-TRAILER-REC.
           MOVE    HIGH-VALUES        TO        CT-TRAILER-ID.
           MOVE    RUN-DATE           TO        CT-RUN-DATE.
           MOVE    RUN-TIME           TO        CT-RUN-TIME.
           MOVE    CONVOUT-WRITE-COUNT  TO      CT-RECORD-COUNT.
           MOVE    CONVOUT-HASH-TOTAL TO        CT-HASH-TOTAL.
           WRITE   CONVOUT-TRAILER-REC.
           MOVE    CONVOUT-WRITE-COUNT  TO      TOD-COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'CONVOUT TRAILER WRITTEN - RECORDS: ' TOD-COUNT-ED
                   '  HASH: ' CONVOUT-HASH-TOTAL
                   '  RUN: ' RUN-DATE '/' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
      *
       9910-EXIT.
           EXIT.
      *
      *    STAMPS THE COUNTS TRAILER AND CLOSES THE HISTORY - FOR
      *    THE AD HOC PARM MODES TOO, SO EVERY CONVERSION LEAVES A
      *    TRACE AFTER THE SYSOUT IS PURGED.
      *
       9980-EXIT.
           EXIT.
      *
      *    ONE STEP RECORD PER RUN TO THE SHARED STEPLOG FOR THE
      *    MORNING OPERATIONS REPORT.  A NEW LOG IS CREATED ON FIRST
      *    USE; A LOG THAT WILL NOT OPEN IS NOTED ON THE LISTING AND
      *    LEAVES THE RETURN CODE ALONE.  AN AD HOC PARM RUN (SINGLE
      *    TOD OR REVERSE) IS LOGGED UNDER ITS OWN NAME SO IT CANNOT
      *    STAND IN FOR THE NIGHT'S BATCH ON THE MORNING REPORT.
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
           MOVE    'TEST1G'           TO        SL-PROGRAM.
           IF      NOT BATCH-TYPE-RUN
                   MOVE    'TEST1GP'  TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'READ'             TO   SL-COUNT-LABEL(1).
           MOVE    TOD-REC-NUM        TO   SL-COUNT-VALUE(1).
           MOVE    'FWDCONV'          TO   SL-COUNT-LABEL(2).
           MOVE    FWD-COUNT          TO   SL-COUNT-VALUE(2).
           MOVE    'REJECTED'         TO   SL-COUNT-LABEL(3).
           MOVE    REJECT-COUNT       TO   SL-COUNT-VALUE(3).
           MOVE    'CONVOUT'          TO   SL-COUNT-LABEL(4).
           MOVE    CONVOUT-WRITE-COUNT TO   SL-COUNT-VALUE(4).
           MOVE    'ALERTS'           TO   SL-COUNT-LABEL(5).
           MOVE    ALERT-WRITE-COUNT  TO   SL-COUNT-VALUE(5).
           MOVE    'MISSED'           TO   SL-COUNT-LABEL(6).
           MOVE    MISSED-COUNT       TO   SL-COUNT-VALUE(6).
           WRITE   STEPLOG-REC.
           CLOSE   STEPLOG.
      *
       9995-EXIT.
           EXIT.
/*
//LKED   EXEC PGM=IEWL,REGION=768K,COND=(5,LT),
// PARM='XREF,LET,LIST,MAP,'
//*                    COL 25    DIRECTION  BLANK/F=FORWARD R=REVERSE
//*                    COL 26    EVENT TYPE S=START E=END
//*                              (BLANK = UNTYPED - NO DURATIONS)
//*                    COL 27-34 SOURCE SYSTEM (STAMPED BY TODMERG,
//*                              CARRIED TO CONVOUT AND RUNHIST)
//TODIN    DD DSN=ANDREWJ.TOD.INPUT,DISP=SHR
//RESTRT   DD DSN=ANDREWJ.TOD.RESTART,DISP=SHR
//JOBTAB   DD DSN=ANDREWJ.TOD.JOBTAB,DISP=SHR
//*                    COL 22-23 OFFSET HOURS
//*                    COL 24-25 OFFSET MINUTES
//ZONRULE  DD DSN=ANDREWJ.TOD.ZONRULE,DISP=SHR
//*   CONVOUT ENDS WITH A CONTROL TRAILER - COL 1-8 HIGH-VALUES,
//*   9-24 RUN STAMP (AS ON RUNHIST), 25-31 RECORD COUNT, 32-46 HASH
//*   TOTAL OVER THE JOB TAGS AND GMT TIMESTAMPS.  CHECKED BY EVTLOAD.
//*   CONVOUT COL 94 CARRIES THE TODIN EVENT TYPE (S/E/BLANK) THROUGH
//*   TO EVTMAST FOR THE MONTHLY CHARGEBACK (JOBCHRG).
//CONVOUT  DD DSN=ANDREWJ.TOD.CONVOUT,DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(CYL,(1,1)),
//         DCB=(BLKSIZE=10000,LRECL=100,RECFM=FB)
//*     H CARDS:        COL 2-9   HOLIDAY DATE YYYYMMDD
//SCHEDULE DD DSN=ANDREWJ.TOD.SCHEDULE,DISP=SHR
//RUNHIST  DD DSN=ANDREWJ.TOD.RUNHIST,DISP=MOD
//*   LEAPSEC RECORD:  COL 1-16  TOD AT WHICH THE LEAP SECOND TOOK
//*                              EFFECT (16 HEX DIGITS)
//*                    COL 17-18 CUMULATIVE LEAP SECONDS FROM THEN ON
//*                    COL 19-32 THE SAME INSTANT AS UTC YYYYMMDDHHMMSS
//*                    MAINTAINED BY LEAPMNT - NO DD, NO CORRECTION.
//LEAPSEC  DD DSN=ANDREWJ.TOD.LEAPSEC,DISP=SHR
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*

