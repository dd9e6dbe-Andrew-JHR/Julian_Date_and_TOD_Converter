      *    THE SCHEDULING AND BILLING JOBS READ EVTMAST INSTEAD OF    *
      *    CHASING THE RIGHT DAY'S CONVOUT.                           *
      *                                                                *
      *    BEFORE ANYTHING IS LOADED CONVOUT IS READ THROUGH ONCE AND *
      *    ITS RECORD COUNT AND HASH TOTAL ARE CHECKED AGAINST THE    *
      *    CONTROL TRAILER TEST1G WROTE, AND THE TRAILER'S RUN STAMP  *
      *    IS LOOKED UP ON THE LOAD LOG.  A MISSING TRAILER, TOTALS   *
      *    THAT DISAGREE, OR A RUN ALREADY LOADED REFUSES THE WHOLE   *
      *    LOAD WITH ITS OWN RETURN CODE AND AN EXPLANATORY PAGE.     *
      *    EVERY LOAD THAT GOES AHEAD IS APPENDED TO THE LOAD LOG.    *
      *                                                                *
      *    RUN WITH A LOAD STAMP IN THE PARM IT BACKS THAT ONE LOAD   *
      *    OUT INSTEAD: EVERY EVTMAST RECORD CARRYING THE STAMP IS    *
      *    WRITTEN TO BACKOUT IN CONVOUT LAYOUT, WITH A FRESH CONTROL *
      *    TRAILER, AND DELETED.  THE DELETED COUNT IS RECONCILED TO  *
      *    THE LOAD'S OWN LOADED COUNT ON THE LOAD LOG, AND A BACKOUT *
      *    ENTRY IS LOGGED SO THE CORRECTED RUN CAN BE LOADED AGAIN.  *
      *    A TRIAL PARM LISTS THE RECORDS AND DELETES NOTHING.        *
      *                                                                *
      *    E N V I R O N M E N T    D I V I S I O N                    *
      *                                                                *
      *----------------------------------------------------------------*
                   FILE STATUS IS  CONVOUT-STATUS.
           SELECT EVTMAST  ASSIGN  TO                  EVTMAST
                   ORGANIZATION    IS   INDEXED
                   ACCESS MODE     IS   DYNAMIC
                   RECORD KEY      IS   EM-KEY
                   FILE STATUS IS  EVTMAST-STATUS.
           SELECT DUPOUT   ASSIGN  TO                  DUPOUT
                   FILE STATUS IS  DUPOUT-STATUS.
           SELECT BACKOUT  ASSIGN  TO                  BACKOUT
                   FILE STATUS IS  BACKOUT-STATUS.
           SELECT LOADLOG  ASSIGN  TO                  LOADLOG
                   FILE STATUS IS  LOADLOG-STATUS.
           SELECT STEPLOG  ASSIGN  TO                  STEPLOG
                   FILE STATUS IS  STEPLOG-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
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
      *    CONTROL TRAILER - LAST RECORD ON CONVOUT, HIGH-VALUES IN
      *    THE JOB-TAG POSITIONS.
       01  CONVOUT-TRAILER-REC.
           05  CT-TRAILER-ID           PIC X(08).
           05  CT-RUN-DATE             PIC X(08).
           05  CT-RUN-TIME             PIC X(08).
           05  CT-RECORD-COUNT         PIC 9(07).
           05  CT-HASH-TOTAL           PIC 9(15).
           05  FILLER                  PIC X(54).
      *    THE PERMANENT EVENT MASTER - THE KEY LEADS THE RECORD SO
      *    JOB TAG PLUS GMT TIMESTAMP IDENTIFIES ONE EVENT ACROSS
      *    EVERY RUN.  THE LOAD STAMP SAYS WHICH LOAD BROUGHT THE
           05  EM-JULIAN-DATE          PIC X(07).
           05  EM-LOAD-DATE            PIC X(08).
           05  EM-LOAD-TIME            PIC X(08).
           05  EM-EVENT-TYPE           PIC X(01).
           05  FILLER                  PIC X(08).
      *    DUPLICATES GO OUT IN THE ORIGINAL CONVOUT LAYOUT SO THEY
      *    CAN BE EYEBALLED - OR RELOADED - WITHOUT RE-CUTTING THEM.
       FD  DUPOUT
           LABEL     RECORD  IS OMITTED.
       01  DUPOUT-REC                  PIC X(100).
      *    A BACKED-OUT LOAD, ALSO IN CONVOUT LAYOUT AND ENDING IN A
      *    CONTROL TRAILER, SO IT RELOADS LIKE ANY OTHER CONVOUT.
       FD  BACKOUT
           LABEL     RECORD  IS OMITTED.
       01  BACKOUT-REC                 PIC X(100).
      *    CUMULATIVE LOAD LOG, APPENDED TO BY EVERY LOAD - ONE RECORD
      *    PER CONVOUT LOADED, NAMING THE TEST1G RUN IT CAME FROM
      *    (THE TRAILER STAMP), THIS PROGRAM'S OWN LOAD STAMP (AS
      *    CARRIED IN EM-LOAD-DATE/TIME ON EVERY RECORD IT WROTE),
      *    AND THE LOAD COUNTS.  A BACKOUT APPENDS A 'B' ENTRY FOR
      *    THE SAME TWO STAMPS, WITH THE RECORDS IT MATCHED AND
      *    DELETED IN THE READ AND LOADED COUNTS AND ITS OWN RUN
      *    STAMP AFTER THE ENTRY TYPE.
       FD  LOADLOG
           LABEL     RECORD  IS OMITTED.
       01  LOADLOG-REC.
           05  LL-CONV-RUN-DATE        PIC X(08).
           05  LL-CONV-RUN-TIME        PIC X(08).
           05  LL-LOAD-DATE            PIC X(08).
           05  LL-LOAD-TIME            PIC X(08).
           05  LL-RECORDS-READ         PIC 9(07).
           05  LL-LOADED               PIC 9(07).
           05  LL-DUPLICATES           PIC 9(07).
           05  LL-ERRORS               PIC 9(07).
           05  LL-ENTRY-TYPE           PIC X(01).
               88  LL-BACKOUT-ENTRY              VALUE 'B'.
           05  LL-BACKOUT-DATE         PIC X(08).
           05  LL-BACKOUT-TIME         PIC X(08).
           05  FILLER                  PIC X(03).
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
       77  CONVOUT-STATUS              PIC X(02) VALUE SPACES.
       77  EVTMAST-STATUS              PIC X(02) VALUE SPACES.
       77  DUPOUT-STATUS               PIC X(02) VALUE SPACES.
       77  LOADLOG-STATUS              PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  LOAD-ERROR-SWITCH           PIC X(01) VALUE 'N'.
           88  LOAD-ERROR                        VALUE 'Y'.
      *    WHY THE LOAD WAS REFUSED - SPACE MEANS IT WAS NOT:
      *        T = NO CONTROL TRAILER       M = TOTALS DO NOT MATCH
      *        A = RECORDS AFTER TRAILER    L = RUN ALREADY LOADED
       77  REFUSE-REASON               PIC X(01) VALUE SPACE.
           88  LOAD-REFUSED                      VALUES 'T' 'M' 'A' 'L'.
           88  REFUSED-NO-TRAILER                VALUE 'T'.
           88  REFUSED-MISMATCH                  VALUE 'M'.
           88  REFUSED-AFTER-TRAILER             VALUE 'A'.
           88  REFUSED-ALREADY-LOADED            VALUE 'L'.
      *    SET ONCE THE LOAD PASS HAS EVERY FILE OPEN - FROM THEN ON
      *    THE RUN IS LOGGED, WHATEVER HAPPENS, SO IT CAN BE BACKED
      *    OUT AND CANNOT BE LOADED TWICE.
       77  LOAD-STARTED-SWITCH         PIC X(01) VALUE 'N'.
           88  LOAD-STARTED                      VALUE 'Y'.
       77  VERIFY-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  VERIFY-EOF                        VALUE 'Y'.
       77  TRAILER-SEEN-SWITCH         PIC X(01) VALUE 'N'.
           88  TRAILER-SEEN                      VALUE 'Y'.
       77  LOADLOG-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  LOADLOG-EOF                       VALUE 'Y'.
       77  RECORDS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  LOADED-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DUPLICATE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  ERROR-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  TRAILER-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  COUNT-ED                    PIC ZZZZZZ9.
       01  RUN-DATE                    PIC 9(08).
       01  RUN-TIME                    PIC 9(08).
      *    THE TRAILER AS FOUND ON THE VERIFY PASS, AND THE EARLIER
      *    LOAD OF THE SAME RUN WHEN THE LOAD LOG HAS ONE.
       01  TRAILER-SAVE.
           05  TS-RUN-DATE             PIC X(08) VALUE SPACES.
           05  TS-RUN-TIME             PIC X(08) VALUE SPACES.
           05  TS-RECORD-COUNT         PIC 9(07) VALUE ZERO.
           05  TS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
       01  PRIOR-LOAD.
           05  PL-LOAD-DATE            PIC X(08) VALUE SPACES.
           05  PL-LOAD-TIME            PIC X(08) VALUE SPACES.
           05  PL-LOADED               PIC 9(07) VALUE ZERO.
      *    CONTROL TOTALS REBUILT ON THE VERIFY PASS, THE SAME WAY
      *    2110-ACCUM-HASH-S IN TEST1G BUILDS THEM - KEEP IN STEP.
       77  VERIFY-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  VERIFY-HASH-TOTAL           PIC 9(15) VALUE ZERO.
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
       01  HASH-CHAR-WORK.
           05  HASH-CHAR-VALUE         PIC 9(04) COMP VALUE ZERO.
           05  HASH-CHAR-BYTES REDEFINES HASH-CHAR-VALUE.
               10  FILLER              PIC X(01).
               10  HASH-CHAR           PIC X(01).
       01  HASH-ED                     PIC Z(14)9.
      *    RUN MODE FROM THE PARM - SEE 0100-DETERMINE-MODE-S.
       77  RUN-MODE-SWITCH             PIC X(01) VALUE 'L'.
           88  LOAD-MODE-RUN                     VALUE 'L'.
           88  BACKOUT-MODE-RUN                  VALUES 'B' 'T'.
           88  TRIAL-BACKOUT-RUN                 VALUE 'T'.
       77  BACKOUT-STATUS              PIC X(02) VALUE SPACES.
       77  BACKOUT-ERROR-SWITCH        PIC X(01) VALUE 'N'.
           88  BACKOUT-ERROR                     VALUE 'Y'.
      *    WHY THE BACKOUT WAS REFUSED - SPACE MEANS IT WAS NOT:
      *        N = LOAD STAMP NOT ON THE LOAD LOG
      *        X = LOAD ALREADY BACKED OUT
       77  BACKOUT-REFUSE-REASON       PIC X(01) VALUE SPACE.
           88  BACKOUT-REFUSED                   VALUES 'N' 'X'.
           88  REFUSED-NOT-LOGGED                VALUE 'N'.
           88  REFUSED-BACKED-OUT                VALUE 'X'.
       77  LOAD-LOGGED-SWITCH          PIC X(01) VALUE 'N'.
           88  LOAD-LOGGED                       VALUE 'Y'.
       77  BACKED-OUT-SWITCH           PIC X(01) VALUE 'N'.
           88  LOAD-BACKED-OUT                   VALUE 'Y'.
       77  EVT-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  EVT-EOF                           VALUE 'Y'.
       77  SCANNED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  MATCHED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WRITTEN-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DELETED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  NOT-DELETED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  RECON-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  TAG-MATCHED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  TAG-DELETED-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  COUNT-ED-2                  PIC ZZZZZZ9.
      *    THE LOAD TO BE BACKED OUT, FROM THE PARM, AND WHAT THE LOAD
      *    LOG SAYS ABOUT IT.
       01  BACKOUT-LOAD.
           05  BK-LOAD-DATE            PIC X(08) VALUE SPACES.
           05  BK-LOAD-TIME            PIC X(08) VALUE SPACES.
       01  BACKOUT-SOURCE.
           05  BS-CONV-RUN-DATE        PIC X(08) VALUE SPACES.
           05  BS-CONV-RUN-TIME        PIC X(08) VALUE SPACES.
           05  BS-LOADED               PIC 9(07) VALUE ZERO.
           05  BS-BACKOUT-DATE         PIC X(08) VALUE SPACES.
           05  BS-BACKOUT-TIME         PIC X(08) VALUE SPACES.
       01  PREV-BACKOUT-TAG            PIC X(08) VALUE SPACES.
      *    ONE BACKED-OUT EVENT, REBUILT IN CONVOUT LAYOUT.  EVTMAST
      *    DOES NOT KEEP THE SOURCE SYSTEM, SO IT GOES OUT BLANK.
       01  BACKOUT-IMAGE.
           05  BI-JOB-TAG              PIC X(08).
           05  BI-JOB-NAME             PIC X(20).
           05  BI-TOD                  PIC X(16).
           05  BI-GMT-YYYYMMDD         PIC X(08).
           05  BI-GMT-HH               PIC X(02).
           05  BI-GMT-MM               PIC X(02).
           05  BI-GMT-SS               PIC X(02).
           05  BI-LOC-YYYYMMDD         PIC X(08).
           05  BI-LOC-HH               PIC X(02).
           05  BI-LOC-MM               PIC X(02).
           05  BI-LOC-SS               PIC X(02).
           05  BI-MICROS               PIC X(06).
           05  BI-JULIAN-DATE          PIC X(07).
           05  BI-SOURCE-SYSTEM        PIC X(08).
           05  BI-EVENT-TYPE           PIC X(01).
           05  FILLER                  PIC X(06).
      *    ITS CONTROL TRAILER CARRIES THE ORIGINAL TEST1G RUN STAMP,
      *    SO A RELOAD IS LOGGED AGAINST THE SAME RUN.
       01  BACKOUT-TRAILER-IMAGE.
           05  BT-TRAILER-ID           PIC X(08).
           05  BT-RUN-DATE             PIC X(08).
           05  BT-RUN-TIME             PIC X(08).
           05  BT-RECORD-COUNT         PIC 9(07).
           05  BT-HASH-TOTAL           PIC 9(15).
           05  FILLER                  PIC X(54).
      *----------------------------------------------------------------*
      *                                                                *
      *    L I N K A G E   S E C T I O N                               *
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
           IF      BACKOUT-MODE-RUN
                   PERFORM 5000-BACKOUT-S       THRU  5000-EXIT
           ELSE
           IF      LOAD-REFUSED
                   PERFORM 8000-REFUSE-LOAD-S   THRU  8000-EXIT
           ELSE
                   PERFORM 2000-PROCESS-S       THRU  2000-EXIT
                           UNTIL CONV-EOF.
           PERFORM 9999-TERMINATE-S     THRU  9999-EXIT.
           STOP    RUN.
      *
      *    PARM='B' PLUS THE 16-CHARACTER LOAD STAMP (DATE AND TIME AS
      *    PRINTED ON THE LOAD RUN'S HEADING AND LOGGED ON THE LOAD
      *    LOG) BACKS THAT LOAD OUT; PARM='T' PLUS THE STAMP IS THE
      *    TRIAL, WHICH LISTS AND DELETES NOTHING.  ANYTHING ELSE IS
      *    A NORMAL LOAD RUN.  A SHORT STAMP IS LEFT BLANK, WHICH
      *    THE LOAD LOG LOOKUP THEN REFUSES.
       0100-DETERMINE-MODE-S.
           MOVE    'L'                TO        RUN-MODE-SWITCH.
           IF      GO-PARM-LEN        <         1
                   GO TO   0100-EXIT.
           IF      GO-PARM-TEXT(1:1)  NOT =     'B'
               AND GO-PARM-TEXT(1:1)  NOT =     'T'
                   GO TO   0100-EXIT.
           MOVE    GO-PARM-TEXT(1:1)  TO        RUN-MODE-SWITCH.
           IF      GO-PARM-LEN        >         16
                   MOVE    GO-PARM-TEXT(2:8)    TO   BK-LOAD-DATE
                   MOVE    GO-PARM-TEXT(10:8)   TO   BK-LOAD-TIME.
      *
       0100-EXIT.
           EXIT.
      *
       1000-INIT-S.
           OPEN    OUTPUT                   LPFILE.
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER PAGE.
      *    A BACKOUT NEVER READS CONVOUT - 5000-BACKOUT-S OPENS WHAT
      *    IT NEEDS.
           IF      BACKOUT-MODE-RUN
                   GO TO   1000-EXIT.
           PERFORM 1500-VERIFY-CONVOUT-S  THRU  1500-EXIT.
           IF      LOAD-ERROR  OR  LOAD-REFUSED
                   MOVE    'Y'        TO        CONV-EOF-SWITCH
                   GO TO   1000-EXIT.
           PERFORM 1600-CHECK-LOADLOG-S   THRU  1600-EXIT.
           IF      LOAD-ERROR  OR  LOAD-REFUSED
                   MOVE    'Y'        TO        CONV-EOF-SWITCH
                   GO TO   1000-EXIT.
           OPEN    INPUT              CONVOUT.
           IF      CONVOUT-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        LOAD-ERROR-SWITCH
                   MOVE    'Y'        TO        CONV-EOF-SWITCH
                   GO TO   1000-EXIT.
           MOVE    'Y'                TO        LOAD-STARTED-SWITCH.
      *
       1000-EXIT.
           EXIT.
      *
      *    VERIFY PASS - READS CONVOUT THROUGH ONCE, REBUILDING THE
      *    RECORD COUNT AND HASH TOTAL, AND HOLDS ON TO THE TRAILER.
      *    NOTHING IS WRITTEN ANYWHERE UNTIL THIS PASS IS CLEAN.
       1500-VERIFY-CONVOUT-S.
           OPEN    INPUT              CONVOUT.
           IF      CONVOUT-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN CONVOUT - FILE STATUS: '
                           CONVOUT-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        LOAD-ERROR-SWITCH
                   GO TO   1500-EXIT.
           PERFORM 1550-VERIFY-READ-S THRU  1550-EXIT
                   UNTIL VERIFY-EOF.
           CLOSE   CONVOUT.
           IF      LOAD-ERROR  OR  LOAD-REFUSED
                   GO TO   1500-EXIT.
           IF      NOT TRAILER-SEEN
                   MOVE    'T'        TO        REFUSE-REASON
                   GO TO   1500-EXIT.
           IF      VERIFY-COUNT       NOT =     TS-RECORD-COUNT
               OR  VERIFY-HASH-TOTAL  NOT =     TS-HASH-TOTAL
                   MOVE    'M'        TO        REFUSE-REASON
                   GO TO   1500-EXIT.
           MOVE    VERIFY-COUNT       TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'CONVOUT VERIFIED - RUN: ' TS-RUN-DATE '/'
                   TS-RUN-TIME '  RECORDS: ' COUNT-ED
                   '  HASH: ' TS-HASH-TOTAL
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       1500-EXIT.
           EXIT.
      *
       1550-VERIFY-READ-S.
           READ    CONVOUT
                   AT END
                   MOVE    'Y'        TO        VERIFY-EOF-SWITCH
                   GO TO   1550-EXIT.
           IF      CONVOUT-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'CONVOUT READ ERROR - FILE STATUS: '
                           CONVOUT-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        LOAD-ERROR-SWITCH
                   MOVE    'Y'        TO        VERIFY-EOF-SWITCH
                   GO TO   1550-EXIT.
      *    ANYTHING AFTER THE TRAILER - DATA OR A SECOND TRAILER -
      *    MEANS TWO DATASETS RUN TOGETHER.
           IF      TRAILER-SEEN
                   MOVE    'A'        TO        REFUSE-REASON
                   MOVE    'Y'        TO        VERIFY-EOF-SWITCH
                   GO TO   1550-EXIT.
           IF      CO-TRAILER
                   MOVE    'Y'        TO        TRAILER-SEEN-SWITCH
                   MOVE    CT-RUN-DATE        TO   TS-RUN-DATE
                   MOVE    CT-RUN-TIME        TO   TS-RUN-TIME
                   MOVE    CT-RECORD-COUNT    TO   TS-RECORD-COUNT
                   MOVE    CT-HASH-TOTAL      TO   TS-HASH-TOTAL
                   GO TO   1550-EXIT.
           PERFORM 1560-ACCUM-HASH-S  THRU  1560-EXIT.
      *
       1550-EXIT.
           EXIT.
      *
      *    SAME ARITHMETIC AS 2110-ACCUM-HASH-S IN TEST1G: EACH TAG
      *    CHARACTER'S CODE WEIGHTED BY ITS POSITION, PLUS THE GMT
      *    TIMESTAMP AS A 14-DIGIT NUMBER, MODULO 10**15.
       1560-ACCUM-HASH-S.
           ADD     1              TO        VERIFY-COUNT.
           MOVE    CO-JOB-TAG     TO        HASH-TAG.
           MOVE    ZERO           TO        HASH-TAG-VALUE.
           PERFORM 1565-HASH-TAG-CHAR-S  THRU  1565-EXIT
                   VARYING HASH-CHAR-IDX FROM 1 BY 1
                   UNTIL HASH-CHAR-IDX > 8.
           MOVE    CONVOUT-REC(45:14)   TO  HASH-GMT-TS.
           IF      HASH-GMT-TS    NOT NUMERIC
                   MOVE    ZERO   TO        HASH-GMT-TS-N.
           COMPUTE HASH-WORK = VERIFY-HASH-TOTAL + HASH-TAG-VALUE
                             + HASH-GMT-TS-N.
           DIVIDE  HASH-WORK      BY        1000000000000000
                   GIVING  HASH-QUOTIENT REMAINDER VERIFY-HASH-TOTAL.
      *
       1560-EXIT.
           EXIT.
      *
       1565-HASH-TAG-CHAR-S.
           MOVE    ZERO           TO        HASH-CHAR-VALUE.
           MOVE    HASH-TAG-CHAR(HASH-CHAR-IDX)  TO  HASH-CHAR.
           COMPUTE HASH-TAG-VALUE = HASH-TAG-VALUE
                                  + HASH-CHAR-VALUE * HASH-CHAR-IDX.
      *
       1565-EXIT.
           EXIT.
      *
      *    LOOKS THE TRAILER'S RUN STAMP UP ON THE LOAD LOG.  NO LOG
      *    YET ('35') IS THE FIRST LOAD EVER; ANY OTHER OPEN FAILURE
      *    STOPS THE RUN, SINCE A SECOND LOAD COULD NOT BE RULED OUT.
       1600-CHECK-LOADLOG-S.
           OPEN    INPUT              LOADLOG.
           IF      LOADLOG-STATUS     =         '35'
                   MOVE    SPACES     TO        LP2
                   MOVE    'NO LOAD LOG YET - FIRST LOAD'  TO  LP2
                   WRITE   LP2        AFTER 1
                   GO TO   1600-EXIT.
           IF      LOADLOG-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN LOADLOG - FILE STATUS: '
                           LOADLOG-STATUS
                           '  RUN STOPPED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        LOAD-ERROR-SWITCH
                   GO TO   1600-EXIT.
           PERFORM 1650-READ-LOADLOG-S  THRU  1650-EXIT
                   UNTIL LOADLOG-EOF.
           CLOSE   LOADLOG.
      *
       1600-EXIT.
           EXIT.
      *
      *    THE WHOLE LOG IS READ AND THE LAST ENTRY FOR THE RUN WINS -
      *    A LOAD THAT WAS LATER BACKED OUT MAY BE LOADED AGAIN.
       1650-READ-LOADLOG-S.
           READ    LOADLOG
                   AT END
                   MOVE    'Y'        TO        LOADLOG-EOF-SWITCH
                   GO TO   1650-EXIT.
           IF      LOADLOG-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'LOADLOG READ ERROR - FILE STATUS: '
                           LOADLOG-STATUS '  RUN STOPPED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        LOAD-ERROR-SWITCH
                   MOVE    'Y'        TO        LOADLOG-EOF-SWITCH
                   GO TO   1650-EXIT.
           IF      LL-CONV-RUN-DATE   NOT =     TS-RUN-DATE
               OR  LL-CONV-RUN-TIME   NOT =     TS-RUN-TIME
                   GO TO   1650-EXIT.
           IF      LL-BACKOUT-ENTRY
                   MOVE    SPACE      TO        REFUSE-REASON
                   GO TO   1650-EXIT.
           MOVE    'L'                TO        REFUSE-REASON.
           MOVE    LL-LOAD-DATE       TO        PL-LOAD-DATE.
           MOVE    LL-LOAD-TIME       TO        PL-LOAD-TIME.
           MOVE    LL-LOADED          TO        PL-LOADED.
      *
       1650-EXIT.
           EXIT.
      *
       2000-PROCESS-S.
           READ    CONVOUT
                   MOVE    'Y'        TO        LOAD-ERROR-SWITCH
                   MOVE    'Y'        TO        CONV-EOF-SWITCH
                   GO TO   2000-EXIT.
      *    THE TRAILER WAS CHECKED ON THE VERIFY PASS - IT IS NOT AN
      *    EVENT AND IS NOT COUNTED.
           IF      CO-TRAILER
                   ADD     1          TO        TRAILER-COUNT
                   GO TO   2000-EXIT.
           ADD     1                  TO        RECORDS-READ-COUNT.
           PERFORM 2100-LOAD-EVENT-S  THRU  2100-EXIT.
      *
           MOVE    CO-LOC-SS          TO        EM-LOC-SS.
           MOVE    CO-MICROS          TO        EM-MICROS.
           MOVE    CO-JULIAN-DATE     TO        EM-JULIAN-DATE.
           MOVE    CO-EVENT-TYPE      TO        EM-EVENT-TYPE.
           MOVE    RUN-DATE           TO        EM-LOAD-DATE.
           MOVE    RUN-TIME           TO        EM-LOAD-TIME.
           WRITE   EVTMAST-REC
       2200-EXIT.
           EXIT.
      *
      *    BACKOUT MODE - TAKES ONE LOAD BACK OFF EVTMAST BY ITS LOAD
      *    STAMP.  THE LOAD LOG MUST KNOW THE STAMP, AND MUST NOT SHOW
      *    IT ALREADY BACKED OUT, BEFORE EVTMAST IS OPENED.  EACH
      *    MATCHING RECORD IS WRITTEN TO BACKOUT BEFORE IT IS DELETED,
      *    SO NOTHING LEAVES THE MASTER WITHOUT A COPY.
       5000-BACKOUT-S.
           MOVE    SPACES             TO        LP2.
           IF      TRIAL-BACKOUT-RUN
                   STRING  'TRIAL BACKOUT REQUESTED FOR LOAD '
                           BK-LOAD-DATE '/' BK-LOAD-TIME
                           ' - NOTHING WILL BE DELETED'
                           DELIMITED BY SIZE INTO LP2
           ELSE
                   STRING  'BACKOUT REQUESTED FOR LOAD '
                           BK-LOAD-DATE '/' BK-LOAD-TIME
                           DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           PERFORM 5100-FIND-LOAD-S   THRU  5100-EXIT.
           IF      BACKOUT-ERROR
                   GO TO   5000-EXIT.
           IF      BACKOUT-REFUSED
                   PERFORM 5800-REFUSE-BACKOUT-S THRU  5800-EXIT
                   GO TO   5000-EXIT.
           PERFORM 5200-OPEN-FILES-S  THRU  5200-EXIT.
           IF      BACKOUT-ERROR
                   GO TO   5000-EXIT.
           MOVE    SPACES             TO        LP2.
           MOVE    '  JOB TAG   GMT DATE/TIME      LOCAL DATE/TIME    T'
                                      TO        LP2.
           MOVE    '  JOB NAME'       TO        LP2(52:10).
           WRITE   LP2                AFTER 2.
           MOVE    LOW-VALUES         TO        EM-KEY.
           START   EVTMAST  KEY NOT <  EM-KEY
                   INVALID KEY
                   MOVE    'Y'        TO        EVT-EOF-SWITCH.
           PERFORM 5300-READ-EVENT-S  THRU  5300-EXIT
                   UNTIL EVT-EOF.
           IF      PREV-BACKOUT-TAG   NOT =     SPACES
                   PERFORM 5460-TAG-TOTAL-S     THRU  5460-EXIT.
           CLOSE   EVTMAST.
           IF      TRIAL-BACKOUT-RUN
                   GO TO   5000-EXIT.
           PERFORM 5600-WRITE-TRAILER-S  THRU  5600-EXIT.
           CLOSE   BACKOUT.
           PERFORM 5700-LOG-BACKOUT-S    THRU  5700-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
      *    THE LOAD ENTRY FOR THE STAMP GIVES THE TEST1G RUN IT CAME
      *    FROM AND THE LOADED COUNT TO RECONCILE TO.  A LATER 'B'
      *    ENTRY FOR THE SAME STAMP MEANS IT HAS ALREADY COME OFF.
       5100-FIND-LOAD-S.
           IF      BACKOUT-LOAD       NOT NUMERIC
                   MOVE    'N'        TO        BACKOUT-REFUSE-REASON
                   GO TO   5100-EXIT.
           OPEN    INPUT              LOADLOG.
           IF      LOADLOG-STATUS     =         '35'
                   MOVE    'N'        TO        BACKOUT-REFUSE-REASON
                   GO TO   5100-EXIT.
           IF      LOADLOG-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN LOADLOG - FILE STATUS: '
                           LOADLOG-STATUS
                           '  NOTHING BACKED OUT'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH
                   GO TO   5100-EXIT.
           PERFORM 5150-READ-LOADLOG-S  THRU  5150-EXIT
                   UNTIL LOADLOG-EOF.
           CLOSE   LOADLOG.
           IF      BACKOUT-ERROR
                   GO TO   5100-EXIT.
           IF      NOT LOAD-LOGGED
                   MOVE    'N'        TO        BACKOUT-REFUSE-REASON
                   GO TO   5100-EXIT.
           IF      LOAD-BACKED-OUT
                   MOVE    'X'        TO        BACKOUT-REFUSE-REASON
                   GO TO   5100-EXIT.
           MOVE    BS-LOADED          TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'LOAD LOG ENTRY FOUND - TEST1G RUN: '
                   BS-CONV-RUN-DATE '/' BS-CONV-RUN-TIME
                   '  RECORDS LOADED: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       5100-EXIT.
           EXIT.
      *
       5150-READ-LOADLOG-S.
           READ    LOADLOG
                   AT END
                   MOVE    'Y'        TO        LOADLOG-EOF-SWITCH
                   GO TO   5150-EXIT.
           IF      LOADLOG-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'LOADLOG READ ERROR - FILE STATUS: '
                           LOADLOG-STATUS '  NOTHING BACKED OUT'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH
                   MOVE    'Y'        TO        LOADLOG-EOF-SWITCH
                   GO TO   5150-EXIT.
           IF      LL-LOAD-DATE       NOT =     BK-LOAD-DATE
               OR  LL-LOAD-TIME       NOT =     BK-LOAD-TIME
                   GO TO   5150-EXIT.
           IF      LL-BACKOUT-ENTRY
                   MOVE    'Y'        TO        BACKED-OUT-SWITCH
                   MOVE    LL-BACKOUT-DATE    TO   BS-BACKOUT-DATE
                   MOVE    LL-BACKOUT-TIME    TO   BS-BACKOUT-TIME
                   GO TO   5150-EXIT.
           MOVE    'Y'                TO        LOAD-LOGGED-SWITCH.
           MOVE    'N'                TO        BACKED-OUT-SWITCH.
           MOVE    LL-CONV-RUN-DATE   TO        BS-CONV-RUN-DATE.
           MOVE    LL-CONV-RUN-TIME   TO        BS-CONV-RUN-TIME.
           MOVE    LL-LOADED          TO        BS-LOADED.
      *
       5150-EXIT.
           EXIT.
      *
      *    THE TRIAL ONLY READS EVTMAST AND WRITES NO BACKOUT FILE.
       5200-OPEN-FILES-S.
           IF      TRIAL-BACKOUT-RUN
                   OPEN    INPUT      EVTMAST
           ELSE
                   OPEN    I-O        EVTMAST.
           IF      EVTMAST-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN EVTMAST - FILE STATUS: '
                           EVTMAST-STATUS
                           '  NOTHING BACKED OUT'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH
                   GO TO   5200-EXIT.
           IF      TRIAL-BACKOUT-RUN
                   GO TO   5200-EXIT.
           OPEN    OUTPUT             BACKOUT.
           IF      BACKOUT-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN BACKOUT - FILE STATUS: '
                           BACKOUT-STATUS
                           '  NOTHING BACKED OUT'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH
                   CLOSE   EVTMAST.
      *
       5200-EXIT.
           EXIT.
      *
      *    EVTMAST IS IN TAG ORDER, SO THE REPORT BREAKS ON JOB TAG
      *    AS IT GOES.
       5300-READ-EVENT-S.
           READ    EVTMAST  NEXT
                   AT END
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   5300-EXIT.
           IF      EVTMAST-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'EVTMAST READ ERROR - FILE STATUS: '
                           EVTMAST-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   5300-EXIT.
           ADD     1                  TO        SCANNED-COUNT.
           IF      EM-LOAD-DATE       NOT =     BK-LOAD-DATE
               OR  EM-LOAD-TIME       NOT =     BK-LOAD-TIME
                   GO TO   5300-EXIT.
           IF      EM-JOB-TAG         NOT =     PREV-BACKOUT-TAG
                   PERFORM 5450-NEW-TAG-S       THRU  5450-EXIT.
           ADD     1                  TO        MATCHED-COUNT.
           ADD     1                  TO        TAG-MATCHED-COUNT.
           MOVE    SPACES             TO        LP2.
           STRING  '  ' EM-JOB-TAG '  ' EM-GMT-YYYYMMDD ' '
                   EM-GMT-HH ':' EM-GMT-MM ':' EM-GMT-SS '  '
                   EM-LOC-YYYYMMDD ' ' EM-LOC-HH ':' EM-LOC-MM ':'
                   EM-LOC-SS '  ' EM-EVENT-TYPE '  ' EM-JOB-NAME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           IF      TRIAL-BACKOUT-RUN
                   GO TO   5300-EXIT.
           PERFORM 5400-BACK-OUT-EVENT-S  THRU  5400-EXIT.
      *
       5300-EXIT.
           EXIT.
      *
      *    A RECORD THAT CANNOT BE COPIED TO BACKOUT IS LEFT ON THE
      *    MASTER.  DELETE WORKS ON THE KEY JUST READ; THE BROWSE
      *    CARRIES ON FROM THE NEXT KEY.
       5400-BACK-OUT-EVENT-S.
           PERFORM 5500-BUILD-IMAGE-S THRU  5500-EXIT.
           WRITE   BACKOUT-REC        FROM      BACKOUT-IMAGE.
           IF      BACKOUT-STATUS     NOT =     '00'
                   ADD     1          TO        NOT-DELETED-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  'BACKOUT WRITE ERROR - FILE STATUS: '
                           BACKOUT-STATUS
                           '  TAG: ' EM-JOB-TAG '  NOT DELETED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH
                   GO TO   5400-EXIT.
           ADD     1                  TO        WRITTEN-COUNT.
           PERFORM 5560-ACCUM-HASH-S  THRU  5560-EXIT.
           DELETE  EVTMAST  RECORD
                   INVALID KEY
                   ADD     1          TO        NOT-DELETED-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  'EVTMAST DELETE ERROR - FILE STATUS: '
                           EVTMAST-STATUS
                           '  TAG: ' EM-JOB-TAG
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH
                   GO TO   5400-EXIT.
           ADD     1                  TO        DELETED-COUNT.
           ADD     1                  TO        TAG-DELETED-COUNT.
      *
       5400-EXIT.
           EXIT.
      *
       5450-NEW-TAG-S.
           IF      PREV-BACKOUT-TAG   NOT =     SPACES
                   PERFORM 5460-TAG-TOTAL-S     THRU  5460-EXIT.
           MOVE    EM-JOB-TAG         TO        PREV-BACKOUT-TAG.
           MOVE    ZERO               TO        TAG-MATCHED-COUNT.
           MOVE    ZERO               TO        TAG-DELETED-COUNT.
      *
       5450-EXIT.
           EXIT.
      *
       5460-TAG-TOTAL-S.
           MOVE    TAG-MATCHED-COUNT  TO        COUNT-ED.
           MOVE    TAG-DELETED-COUNT  TO        COUNT-ED-2.
           MOVE    SPACES             TO        LP2.
           IF      TRIAL-BACKOUT-RUN
                   STRING  '            TAG ' PREV-BACKOUT-TAG
                           ' - RECORDS: ' COUNT-ED
                           DELIMITED BY SIZE INTO LP2
           ELSE
                   STRING  '            TAG ' PREV-BACKOUT-TAG
                           ' - RECORDS: ' COUNT-ED
                           '  DELETED: ' COUNT-ED-2
                           DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           WRITE   LP2                AFTER 1.
      *
       5460-EXIT.
           EXIT.
      *
       5500-BUILD-IMAGE-S.
           MOVE    SPACES             TO        BACKOUT-IMAGE.
           MOVE    EM-JOB-TAG         TO        BI-JOB-TAG.
           MOVE    EM-JOB-NAME        TO        BI-JOB-NAME.
           MOVE    EM-TOD             TO        BI-TOD.
           MOVE    EM-GMT-YYYYMMDD    TO        BI-GMT-YYYYMMDD.
           MOVE    EM-GMT-HH          TO        BI-GMT-HH.
           MOVE    EM-GMT-MM          TO        BI-GMT-MM.
           MOVE    EM-GMT-SS          TO        BI-GMT-SS.
           MOVE    EM-LOC-YYYYMMDD    TO        BI-LOC-YYYYMMDD.
           MOVE    EM-LOC-HH          TO        BI-LOC-HH.
           MOVE    EM-LOC-MM          TO        BI-LOC-MM.
           MOVE    EM-LOC-SS          TO        BI-LOC-SS.
           MOVE    EM-MICROS          TO        BI-MICROS.
           MOVE    EM-JULIAN-DATE     TO        BI-JULIAN-DATE.
           MOVE    EM-EVENT-TYPE      TO        BI-EVENT-TYPE.
      *
       5500-EXIT.
           EXIT.
      *
      *    SAME ARITHMETIC AS 1560-ACCUM-HASH-S, OVER THE BACKOUT
      *    IMAGE, SO THE BACKOUT FILE'S TRAILER PASSES THE VERIFY PASS
      *    WHEN IT IS RELOADED.
       5560-ACCUM-HASH-S.
           ADD     1              TO        VERIFY-COUNT.
           MOVE    BI-JOB-TAG     TO        HASH-TAG.
           MOVE    ZERO           TO        HASH-TAG-VALUE.
           PERFORM 1565-HASH-TAG-CHAR-S  THRU  1565-EXIT
                   VARYING HASH-CHAR-IDX FROM 1 BY 1
                   UNTIL HASH-CHAR-IDX > 8.
           MOVE    BACKOUT-IMAGE(45:14) TO  HASH-GMT-TS.
           IF      HASH-GMT-TS    NOT NUMERIC
                   MOVE    ZERO   TO        HASH-GMT-TS-N.
           COMPUTE HASH-WORK = VERIFY-HASH-TOTAL + HASH-TAG-VALUE
                             + HASH-GMT-TS-N.
           DIVIDE  HASH-WORK      BY        1000000000000000
                   GIVING  HASH-QUOTIENT REMAINDER VERIFY-HASH-TOTAL.
      *
       5560-EXIT.
           EXIT.
      *
       5600-WRITE-TRAILER-S.
           MOVE    SPACES             TO        BACKOUT-TRAILER-IMAGE.
           MOVE    HIGH-VALUES        TO        BT-TRAILER-ID.
           MOVE    BS-CONV-RUN-DATE   TO        BT-RUN-DATE.
           MOVE    BS-CONV-RUN-TIME   TO        BT-RUN-TIME.
           MOVE    VERIFY-COUNT       TO        BT-RECORD-COUNT.
           MOVE    VERIFY-HASH-TOTAL  TO        BT-HASH-TOTAL.
           WRITE   BACKOUT-REC        FROM      BACKOUT-TRAILER-IMAGE.
           IF      BACKOUT-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'BACKOUT TRAILER WRITE ERROR - FILE STATUS: '
                           BACKOUT-STATUS
                           '  FILE WILL NOT RELOAD'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH.
      *
       5600-EXIT.
           EXIT.
      *
      *    ONCE ANYTHING HAS COME OFF THE MASTER THE BACKOUT IS LOGGED,
      *    WHATEVER ELSE WENT WRONG, SO THE LOG MATCHES EVTMAST.  A
      *    LOAD THAT BROUGHT NOTHING IN IS LOGGED AS BACKED OUT TOO,
      *    SO ITS RUN CAN BE LOADED AGAIN.
       5700-LOG-BACKOUT-S.
           IF      DELETED-COUNT      =         ZERO
               AND BS-LOADED          NOT =     ZERO
                   GO TO   5700-EXIT.
           OPEN    EXTEND             LOADLOG.
           IF      LOADLOG-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN LOADLOG - FILE STATUS: '
                           LOADLOG-STATUS
                           '  THIS BACKOUT IS NOT LOGGED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH
                   GO TO   5700-EXIT.
           MOVE    SPACES             TO        LOADLOG-REC.
           MOVE    BS-CONV-RUN-DATE   TO        LL-CONV-RUN-DATE.
           MOVE    BS-CONV-RUN-TIME   TO        LL-CONV-RUN-TIME.
           MOVE    BK-LOAD-DATE       TO        LL-LOAD-DATE.
           MOVE    BK-LOAD-TIME       TO        LL-LOAD-TIME.
           MOVE    MATCHED-COUNT      TO        LL-RECORDS-READ.
           MOVE    DELETED-COUNT      TO        LL-LOADED.
           MOVE    ZERO               TO        LL-DUPLICATES.
           MOVE    NOT-DELETED-COUNT  TO        LL-ERRORS.
           MOVE    'B'                TO        LL-ENTRY-TYPE.
           MOVE    RUN-DATE           TO        LL-BACKOUT-DATE.
           MOVE    RUN-TIME           TO        LL-BACKOUT-TIME.
           WRITE   LOADLOG-REC.
           CLOSE   LOADLOG.
           MOVE    SPACES             TO        LP2.
           STRING  'BACKOUT LOGGED - TEST1G RUN: ' BS-CONV-RUN-DATE
                   '/' BS-CONV-RUN-TIME '  MAY BE RELOADED FROM BACKOUT'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
      *
       5700-EXIT.
           EXIT.
      *
      *    THE BACKOUT REFUSAL PAGE - NOTHING WAS OPENED BUT THE LOAD
      *    LOG, SO THERE IS NOTHING TO UNDO.
       5800-REFUSE-BACKOUT-S.
           MOVE    SPACES             TO        LP2.
           STRING  'EVTLOAD - BACKOUT REFUSED - NOTHING DELETED'
                   '  DATE: ' RUN-DATE
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER PAGE.
           IF      REFUSED-NOT-LOGGED
                   PERFORM 5810-NOT-LOGGED-S     THRU  5810-EXIT
           ELSE
                   PERFORM 5820-BACKED-OUT-S     THRU  5820-EXIT.
      *
       5800-EXIT.
           EXIT.
      *
       5810-NOT-LOGGED-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'REASON: THE LOAD STAMP IS NOT ON THE LOAD LOG.'
                                      TO        LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           MOVE    'ACTION: CHECK THE PARM AGAINST THE LOAD RUN''S'
                                      TO        LP2.
           MOVE    ' HEADING - B OR T, THEN YYYYMMDDHHMMSSTT.'
                                      TO        LP2(46:41).
           WRITE   LP2                AFTER 2.
      *
       5810-EXIT.
           EXIT.
      *
       5820-BACKED-OUT-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'REASON: THIS LOAD HAS ALREADY BEEN BACKED OUT.'
                                      TO        LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           STRING  '  BACKED OUT BY THE EVTLOAD RUN OF '
                   BS-BACKOUT-DATE '/' BS-BACKOUT-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           MOVE    'ACTION: NONE - ITS RECORDS ARE ON THAT RUN''S'
                                      TO        LP2.
           MOVE    ' BACKOUT FILE.'   TO        LP2(45:14).
           WRITE   LP2                AFTER 2.
      *
       5820-EXIT.
           EXIT.
      *
      *    THE REFUSAL PAGE - SAYS WHAT WAS WRONG AND WHAT TO DO, SO
      *    THE OPERATOR DOES NOT HAVE TO READ THE PROGRAM.  EVTMAST
      *    WAS NEVER OPENED, SO THERE IS NOTHING TO UNDO.
       8000-REFUSE-LOAD-S.
           MOVE    SPACES             TO        LP2.
           STRING  'EVTLOAD - LOAD REFUSED - NOTHING WRITTEN TO EVTMAST'
                   '  DATE: ' RUN-DATE
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER PAGE.
           MOVE    SPACES             TO        LP2.
           IF      TRAILER-SEEN
                   STRING  'CONVOUT RUN STAMP (TRAILER):  '
                           TS-RUN-DATE '/' TS-RUN-TIME
                           DELIMITED BY SIZE INTO LP2
           ELSE
                   MOVE    'CONVOUT RUN STAMP (TRAILER):  NONE FOUND'
                                      TO        LP2.
           WRITE   LP2                AFTER 2.
           MOVE    TS-RECORD-COUNT    TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'RECORD COUNT - PER TRAILER:   ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    VERIFY-COUNT       TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             - AS COUNTED:    ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    TS-HASH-TOTAL      TO        HASH-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'HASH TOTAL   - PER TRAILER:   ' HASH-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    VERIFY-HASH-TOTAL  TO        HASH-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             - AS COMPUTED:   ' HASH-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           IF      REFUSED-NO-TRAILER
                   PERFORM 8100-NO-TRAILER-S     THRU  8100-EXIT
           ELSE
           IF      REFUSED-MISMATCH
                   PERFORM 8200-MISMATCH-S       THRU  8200-EXIT
           ELSE
           IF      REFUSED-AFTER-TRAILER
                   PERFORM 8300-AFTER-TRAILER-S  THRU  8300-EXIT
           ELSE
                   PERFORM 8400-ALREADY-LOADED-S THRU  8400-EXIT.
      *
       8000-EXIT.
           EXIT.
      *
       8100-NO-TRAILER-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'REASON: CONVOUT HAS NO CONTROL TRAILER.'  TO  LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           MOVE    '  THE DATASET IS TRUNCATED, OR WAS NOT WRITTEN BY A'
                                      TO        LP2.
           MOVE    ' TEST1G BATCH RUN THAT RAN TO COMPLETION.'
                                      TO        LP2(52:41).
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           MOVE    'ACTION: RERUN TEST1G FOR THE DAY, THEN RERUN THIS'
                                      TO        LP2.
           MOVE    ' LOAD AGAINST THE NEW CONVOUT.'
                                      TO        LP2(51:30).
           WRITE   LP2                AFTER 2.
      *
       8100-EXIT.
           EXIT.
      *
       8200-MISMATCH-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'REASON: RECORD COUNT OR HASH TOTAL DOES NOT MATCH'
                                      TO        LP2.
           MOVE    ' THE TRAILER.'    TO        LP2(50:13).
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           MOVE    '  CONVOUT HAS LOST, GAINED OR ALTERED RECORDS SINCE'
                                      TO        LP2.
           MOVE    ' TEST1G WROTE IT.'
                                      TO        LP2(52:17).
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           MOVE    'ACTION: RERUN TEST1G FOR THE DAY, THEN RERUN THIS'
                                      TO        LP2.
           MOVE    ' LOAD AGAINST THE NEW CONVOUT.'
                                      TO        LP2(51:30).
           WRITE   LP2                AFTER 2.
      *
       8200-EXIT.
           EXIT.
      *
       8300-AFTER-TRAILER-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'REASON: RECORDS FOLLOW THE CONTROL TRAILER.'
                                      TO        LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           MOVE    '  MORE THAN ONE CONVOUT IS CONCATENATED ON THE'
                                      TO        LP2.
           MOVE    ' CONVOUT DD.'     TO        LP2(47:12).
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           MOVE    'ACTION: LOAD EACH CONVOUT IN A SEPARATE RUN.'
                                      TO        LP2.
           WRITE   LP2                AFTER 2.
      *
       8300-EXIT.
           EXIT.
      *
       8400-ALREADY-LOADED-S.
           MOVE    PL-LOADED          TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           MOVE    'REASON: THIS TEST1G RUN HAS ALREADY BEEN LOADED.'
                                      TO        LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           STRING  '  LOADED BY THE EVTLOAD RUN OF ' PL-LOAD-DATE '/'
                   PL-LOAD-TIME ' - RECORDS LOADED: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           MOVE    'ACTION: NONE IF THIS IS YESTERDAY''S CONVOUT PICKED'
                                      TO        LP2.
           MOVE    ' UP BY MISTAKE.  TO RELOAD, BACK OUT THE'
                                      TO        LP2(51:40).
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           MOVE    '        EARLIER LOAD BY ITS LOAD STAMP FIRST.'
                                      TO        LP2.
           WRITE   LP2                AFTER 1.
      *
       8400-EXIT.
           EXIT.
      *
      *    PROVES RECORDS READ = LOADED + DUPLICATES + ERRORS, SO THE
      *    MASTER'S GROWTH CAN BE RECONCILED AGAINST THE RUN'S
      *    CONVOUT WITHOUT RECOUNTING EITHER FILE.
       9999-TERMINATE-S.
           IF      BACKOUT-MODE-RUN
                   PERFORM 9800-BACKOUT-TOTALS-S THRU  9800-EXIT
                   GO TO   9999-STEPLOG-S.
           IF      LOAD-REFUSED
                   GO TO   9999-RETURN-CODE-S.
           MOVE    RECORDS-READ-COUNT TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'END OF LOAD - CONVOUT RECORDS READ: ' COUNT-ED
                   MOVE    '  *** TOTALS OUT OF BALANCE ***'  TO  LP2
                   MOVE    'Y'        TO        LOAD-ERROR-SWITCH.
           WRITE   LP2                AFTER 1.
           IF      LOAD-STARTED
                   PERFORM 9900-WRITE-LOADLOG-S  THRU  9900-EXIT.
      *
       9999-RETURN-CODE-S.
           IF      REFUSED-ALREADY-LOADED
                   MOVE    16         TO        RETURN-CODE
           ELSE
           IF      LOAD-REFUSED
                   MOVE    12         TO        RETURN-CODE
           ELSE
           IF      LOAD-ERROR
                   MOVE    8          TO        RETURN-CODE.
           IF      CONVOUT-STATUS     =         '00'
               AND LOAD-STARTED
                   CLOSE   CONVOUT.
           IF      EVTMAST-STATUS     =         '00'
                   CLOSE   EVTMAST.
           IF      DUPOUT-STATUS      =         '00'
                   CLOSE   DUPOUT.
      *
       9999-STEPLOG-S.
           PERFORM 9995-WRITE-STEPLOG-S  THRU  9995-EXIT.
           CLOSE   LPFILE.
      *
       9999-EXIT.
           EXIT.
      *
      *    THE BACKOUT'S OWN TOTALS AND RETURN CODE.  THE DELETED
      *    COUNT - OR ON A TRIAL THE MATCHED COUNT - MUST EQUAL THE
      *    LOADED COUNT THE LOAD LOGGED; ANYTHING ELSE MEANS EVTMAST
      *    HAS MOVED SINCE THE LOAD AND IS RC 8.  A CLEAN TRIAL THAT
      *    FOUND RECORDS ENDS RC 4, AS THE EVTREZN TRIAL DOES.
       9800-BACKOUT-TOTALS-S.
           IF      REFUSED-BACKED-OUT
                   MOVE    16         TO        RETURN-CODE
                   GO TO   9800-EXIT.
           IF      REFUSED-NOT-LOGGED
                   MOVE    12         TO        RETURN-CODE
                   GO TO   9800-EXIT.
           IF      NOT LOAD-LOGGED
                   MOVE    8          TO        RETURN-CODE
                   GO TO   9800-EXIT.
           MOVE    SCANNED-COUNT      TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'END OF BACKOUT - EVTMAST RECORDS READ: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    MATCHED-COUNT      TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '                 FROM THIS LOAD:       ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    WRITTEN-COUNT      TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '                 WRITTEN TO BACKOUT:   ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    DELETED-COUNT      TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '                 DELETED FROM EVTMAST: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    NOT-DELETED-COUNT  TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '                 LEFT ON EVTMAST:      ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    BS-LOADED          TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '                 LOADED PER LOAD LOG:  ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           IF      TRIAL-BACKOUT-RUN
                   MOVE    MATCHED-COUNT      TO   RECON-COUNT
           ELSE
                   MOVE    DELETED-COUNT      TO   RECON-COUNT.
           MOVE    SPACES             TO        LP2.
           IF      RECON-COUNT        =         BS-LOADED
                   MOVE    '  RECONCILES TO THE LOADED COUNT'  TO  LP2
           ELSE
                   MOVE    '  *** DOES NOT RECONCILE TO THE'
                                      TO        LP2
                   MOVE    ' LOADED COUNT ***'
                                      TO        LP2(32:17)
                   MOVE    'Y'        TO        BACKOUT-ERROR-SWITCH.
           WRITE   LP2                AFTER 1.
           IF      BACKOUT-ERROR
                   MOVE    8          TO        RETURN-CODE
           ELSE
           IF      TRIAL-BACKOUT-RUN
               AND MATCHED-COUNT      >         ZERO
                   MOVE    4          TO        RETURN-CODE.
      *
       9800-EXIT.
           EXIT.
      *
      *    LOGS THE LOAD AGAINST THE TEST1G RUN STAMP.  A LOAD THAT
      *    CANNOT BE LOGGED HAS STILL HAPPENED, SO IT IS REPORTED AND
      *    THE RUN ENDS RC 8 FOR SOMEONE TO ADD THE ENTRY BY HAND.
       9900-WRITE-LOADLOG-S.
           OPEN    EXTEND             LOADLOG.
           IF      LOADLOG-STATUS     =         '35'
                   OPEN    OUTPUT     LOADLOG.
           IF      LOADLOG-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN LOADLOG - FILE STATUS: '
                           LOADLOG-STATUS
                           '  THIS LOAD IS NOT LOGGED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        LOAD-ERROR-SWITCH
                   GO TO   9900-EXIT.
           MOVE    SPACES             TO        LOADLOG-REC.
           MOVE    TS-RUN-DATE        TO        LL-CONV-RUN-DATE.
           MOVE    TS-RUN-TIME        TO        LL-CONV-RUN-TIME.
           MOVE    RUN-DATE           TO        LL-LOAD-DATE.
           MOVE    RUN-TIME           TO        LL-LOAD-TIME.
           MOVE    RECORDS-READ-COUNT TO        LL-RECORDS-READ.
           MOVE    LOADED-COUNT       TO        LL-LOADED.
           MOVE    DUPLICATE-COUNT    TO        LL-DUPLICATES.
           MOVE    ERROR-COUNT        TO        LL-ERRORS.
           WRITE   LOADLOG-REC.
           CLOSE   LOADLOG.
           MOVE    SPACES             TO        LP2.
           STRING  'LOAD LOGGED - TEST1G RUN: ' TS-RUN-DATE '/'
                   TS-RUN-TIME '  LOAD STAMP: ' RUN-DATE '/' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
      *
       9900-EXIT.
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
           MOVE    'EVTLOAD'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           IF      BACKOUT-MODE-RUN
                   GO TO   9995-BACKOUT-COUNTS-S.
           MOVE    'READ'             TO   SL-COUNT-LABEL(1).
           MOVE    RECORDS-READ-COUNT TO   SL-COUNT-VALUE(1).
           MOVE    'LOADED'           TO   SL-COUNT-LABEL(2).
           MOVE    LOADED-COUNT       TO   SL-COUNT-VALUE(2).
           MOVE    'DUPS'             TO   SL-COUNT-LABEL(3).
           MOVE    DUPLICATE-COUNT    TO   SL-COUNT-VALUE(3).
           MOVE    'ERRORS'           TO   SL-COUNT-LABEL(4).
           MOVE    ERROR-COUNT        TO   SL-COUNT-VALUE(4).
           MOVE    'CONVOUT'          TO   SL-COUNT-LABEL(5).
           MOVE    TS-RECORD-COUNT    TO   SL-COUNT-VALUE(5).
           MOVE    ZERO               TO   SL-COUNT-VALUE(6).
           GO TO   9995-WRITE-S.
      *
      *    A BACKOUT IS LOGGED UNDER ITS OWN NAME SO THE MORNING
      *    REPORT'S CONVOUT-TO-EVTLOAD CROSS-FOOT STILL PICKS UP THE
      *    DAY'S LOAD.
       9995-BACKOUT-COUNTS-S.
           MOVE    'EVTLOADB'         TO        SL-PROGRAM.
           MOVE    'SCANNED'          TO   SL-COUNT-LABEL(1).
           MOVE    SCANNED-COUNT      TO   SL-COUNT-VALUE(1).
           MOVE    'MATCHED'          TO   SL-COUNT-LABEL(2).
           MOVE    MATCHED-COUNT      TO   SL-COUNT-VALUE(2).
           MOVE    'DELETED'          TO   SL-COUNT-LABEL(3).
           MOVE    DELETED-COUNT      TO   SL-COUNT-VALUE(3).
           MOVE    'WRITTEN'          TO   SL-COUNT-LABEL(4).
           MOVE    WRITTEN-COUNT      TO   SL-COUNT-VALUE(4).
           MOVE    'LOGLOAD'          TO   SL-COUNT-LABEL(5).
           MOVE    BS-LOADED          TO   SL-COUNT-VALUE(5).
           MOVE    'KEPT'             TO   SL-COUNT-LABEL(6).
           MOVE    NOT-DELETED-COUNT  TO   SL-COUNT-VALUE(6).
      *
       9995-WRITE-S.
           WRITE   STEPLOG-REC.
           CLOSE   STEPLOG.
      *
       9995-EXIT.
           EXIT.
/*
//LKED   EXEC PGM=IEWL,REGION=768K,COND=(5,LT),
// PARM='XREF,LET,LIST,MAP,'
//*   RUN AFTER EACH TEST1G BATCH - EVTMAST IS THE AUTHORITATIVE
//*   EVENT HISTORY FOR THE SCHEDULING AND BILLING JOBS.  RC 8 MEANS
//*   A WRITE ERROR OR AN OUT-OF-BALANCE COUNT - HOLD THE CONSUMERS.
//*   RC 12 = LOAD REFUSED - CONVOUT TRAILER MISSING OR ITS COUNT/HASH
//*           DISAGREE (TRUNCATED OR DAMAGED DATASET).
//*   RC 16 = LOAD REFUSED - THIS TEST1G RUN IS ALREADY ON THE LOAD
//*           LOG (YESTERDAY'S CONVOUT PICKED UP AGAIN).
//*   NOTHING IS WRITTEN TO EVTMAST ON RC 12 OR 16.
//*        PARM=                  LOAD CONVOUT  (DEFAULT)
//*        PARM='BYYYYMMDDHHMMSSTT' BACK OUT THE LOAD WITH THAT LOAD
//*                               STAMP - RECORDS GO TO BACKOUT IN
//*                               CONVOUT LAYOUT, READY TO RELOAD
//*        PARM='TYYYYMMDDHHMMSSTT' TRIAL BACKOUT - LIST ONLY
//*   BACKOUT RUNS: RC 0 = BACKED OUT, DELETED COUNT RECONCILES TO
//*           THE LOAD'S LOADED COUNT.  RC 4 = TRIAL FOUND RECORDS -
//*           REVIEW, THEN RERUN WITH 'B'.  RC 8 = I/O ERROR OR THE
//*           COUNTS DO NOT RECONCILE.  RC 12 = LOAD STAMP NOT ON THE
//*           LOAD LOG.  RC 16 = LOAD ALREADY BACKED OUT.  NOTHING IS
//*           DELETED ON RC 12 OR 16.  CONVOUT AND DUPOUT ARE NOT
//*           OPENED; POINT BACKOUT AT A NEW DATASET, E.G.
//*  //BACKOUT  DD DSN=ANDREWJ.TOD.EVTBKOUT,DISP=(NEW,CATLG,DELETE),
//*  //         UNIT=SYSDA,SPACE=(CYL,(1,1)),
//*  //         DCB=(BLKSIZE=10000,LRECL=100,RECFM=FB)
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB)),
//         PARM=''
//CONVOUT  DD DSN=ANDREWJ.TOD.CONVOUT,DISP=SHR
//EVTMAST  DD DSN=ANDREWJ.TOD.EVTMAST,DISP=SHR
//DUPOUT   DD DSN=ANDREWJ.TOD.EVTDUPS,DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(CYL,(1,1)),
//         DCB=(BLKSIZE=10000,LRECL=100,RECFM=FB)
//BACKOUT  DD DUMMY,DCB=(BLKSIZE=10000,LRECL=100,RECFM=FB)
//*   LOADLOG RECORD:  COL 1-16  TEST1G RUN STAMP (CONVOUT TRAILER)
//*                    COL 17-32 LOAD STAMP (EM-LOAD-DATE/TIME)
//*                    COL 33-60 READ/LOADED/DUPLICATE/ERROR COUNTS
//*                    COL 61    B = BACKOUT ENTRY - COUNTS ARE THEN
//*                              MATCHED/DELETED/ZERO/LEFT ON MASTER
//*                    COL 62-77 BACKOUT RUN STAMP
//LOADLOG  DD DSN=ANDREWJ.TOD.EVTLOAD.LOG,DISP=MOD,
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(BLKSIZE=8000,LRECL=80,RECFM=FB)
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
