      *    AND DELETED RECORDS GO BACK TO THEIR BEFORE-IMAGES - WITH  *
      *    ITS OWN AUDIT REPORT.                                      *
      *                                                                *
      *    A DELETE IS REFUSED WHILE THE TAG IS STILL IN USE - IT HAS *
      *    SCHEDULE CARDS, OR EVTMAST EVENTS INSIDE THE RETENTION     *
      *    WINDOW (90 DAYS, OR PARM='RNNN') - UNLESS THE TRANSACTION  *
      *    CARRIES THE FORCE FLAG.  RUN JOBXREF FIRST TO SEE WHICH    *
      *    TAGS ARE DORMANT.                                          *
      *                                                                *
      *    E N V I R O N M E N T    D I V I S I O N                    *
      *                                                                *
      *----------------------------------------------------------------*
                   FILE STATUS IS  JOBTAB-STATUS.
           SELECT JOBJRNL  ASSIGN  TO                  JOBJRNL
                   FILE STATUS IS  JOBJRNL-STATUS.
           SELECT EVTMAST  ASSIGN  TO                  EVTMAST
                   ORGANIZATION    IS   INDEXED
                   ACCESS MODE     IS   DYNAMIC
                   RECORD KEY      IS   EM-KEY
                   FILE STATUS IS  EVTMAST-STATUS.
           SELECT SCHFILE  ASSIGN  TO                  SCHEDULE
                   FILE STATUS IS  SCHFILE-STATUS.
           SELECT STEPLOG  ASSIGN  TO                  STEPLOG
                   FILE STATUS IS  STEPLOG-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
           05  TR-JOB-TAG              PIC X(08).
           05  TR-JOB-NAME             PIC X(20).
           05  TR-ZONE-CODE            PIC X(04).
           05  TR-FORCE-FLAG           PIC X(01).
               88  TR-FORCED                     VALUE 'F'.
           05  TR-COST-CENTER          PIC X(08).
           05  FILLER                  PIC X(38).
       FD  JOBTAB.
       01  JOBTAB-REC.
           05  JT-JOB-TAG              PIC X(08).
           05  JT-JOB-NAME             PIC X(20).
           05  JT-ZONE-CODE            PIC X(04).
           05  JT-COST-CENTER          PIC X(08).
           05  FILLER                  PIC X(40).
      *    CUMULATIVE MAINTENANCE JOURNAL, APPENDED TO BY EVERY APPLY
      *    RUN AND READ BACK BY THE BACKOUT MODE.  THE BEFORE-IMAGE
      *    IS SPACES FOR AN ADD, THE AFTER-IMAGE SPACES FOR A DELETE.
           05  JL-JOB-TAG              PIC X(08).
           05  JL-BEFORE-IMAGE         PIC X(80).
           05  JL-AFTER-IMAGE          PIC X(80).
      *    RECORD LAYOUT AS WRITTEN BY EVTLOAD - KEEP IN STEP WITH THE
      *    EVTMAST FD THERE.  READ ONLY, FOR THE DELETE GUARD.
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
      *    SCHFILE FD THERE.  ONLY THE 'S' CARD TAGS ARE USED HERE.
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
       77  REVERSED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  BACKOUT-FAIL-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  BK-IDX                      PIC 9(04) COMP VALUE ZERO.
       77  EVTMAST-STATUS              PIC X(02) VALUE SPACES.
       77  SCHFILE-STATUS              PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  SCHED-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  SCHED-EOF                         VALUE 'Y'.
       77  EVTMAST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88  EVTMAST-OPEN                      VALUE 'Y'.
      *    SET WHEN THE SCHEDULE TAGS COULD NOT ALL BE HELD - A READ
      *    ERROR OR A FULL TABLE - SO EVERY DELETE NEEDS THE FORCE FLAG.
       77  SCHED-INCOMPLETE-SWITCH     PIC X(01) VALUE 'N'.
           88  SCHED-INCOMPLETE                  VALUE 'Y'.
       77  TAG-IN-USE-SWITCH           PIC X(01) VALUE 'N'.
           88  TAG-IN-USE                        VALUE 'Y'.
       77  FORCED-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  TAG-CARD-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  SCHED-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  DAY-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  CARDS-ED                    PIC ZZZ9.
       01  DAYS-ED                     PIC ZZ9.
       01  IN-USE-REASON               PIC X(40) VALUE SPACES.
      *    RETENTION WINDOW FOR THE DELETE GUARD - AN EVENT DATED ON
      *    OR AFTER CUTOFF-DATE (RUN DATE LESS RETAIN-DAYS) KEEPS THE
      *    TAG IN USE.  PARM='RNNN' OVERRIDES THE 90-DAY DEFAULT.
       77  RETAIN-DAYS                 PIC 9(03) VALUE 090.
       01  CUTOFF-DATE.
           05  CO-YYYY                 PIC 9(04).
           05  CO-MM                   PIC 9(02).
           05  CO-DD                   PIC 9(02).
       01  CUTOFF-DATE-X REDEFINES CUTOFF-DATE
                                       PIC X(08).
       77  CO-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
       77  CO-LEAP-QUOTIENT            PIC 9(07) COMP VALUE ZERO.
       77  CO-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
      *    THE 'S' CARD TAGS FROM THE SCHEDULE DECK, ONE PER CARD.
       01  SCHED-TAG-TABLE.
           05  SCHED-TAG-MAX           PIC 9(04) COMP VALUE 0300.
           05  SCHED-TAG-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  SCHED-TAG OCCURS 300    PIC X(08).
       01  COUNT-ED                    PIC ZZZZZZ9.
       01  LIST-TITLE                  PIC X(40) VALUE SPACES.
       01  RUN-DATE                    PIC 9(08).
      *
      *    PARM='B' PLUS THE 16-CHARACTER RUN STAMP (DATE AND TIME AS
      *    PRINTED ON THE APPLY RUN'S HEADING) SELECTS BACKOUT MODE;
      *    ANYTHING ELSE IS A NORMAL MAINTENANCE RUN.  PARM='R' PLUS
      *    THREE DIGITS SETS THE DELETE GUARD'S RETENTION WINDOW.
       0100-DETERMINE-MODE-S.
           MOVE    'M'                TO        RUN-MODE-SWITCH.
           IF      GO-PARM-LEN        >         0
               AND GO-PARM-TEXT(1:1)  =         'B'
                   MOVE    'B'        TO        RUN-MODE-SWITCH
                   MOVE    GO-PARM-TEXT(2:8)    TO   BK-RUN-DATE
                   MOVE    GO-PARM-TEXT(10:8)   TO   BK-RUN-TIME
                   GO TO   0100-EXIT.
           IF      GO-PARM-LEN        >         3
               AND GO-PARM-TEXT(1:1)  =         'R'
               AND GO-PARM-TEXT(2:3)  NUMERIC
               AND GO-PARM-TEXT(2:3)  NOT =     '000'
                   MOVE    GO-PARM-TEXT(2:3)    TO   RETAIN-DAYS.
      *
       0100-EXIT.
           EXIT.
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        TRAN-EOF-SWITCH
                   GO TO   1000-EXIT.
           PERFORM 1500-SETUP-GUARD-S   THRU  1500-EXIT.
      *
       1000-OPEN-TABLE-S.
           OPEN    I-O                JOBTAB.
      *
       1300-EXIT.
           EXIT.
      *
      *    DELETE GUARD SET-UP FOR A MAINTENANCE RUN - THE SCHEDULE
      *    TAGS ARE HELD, EVTMAST IS OPENED FOR BROWSING AND THE
      *    RETENTION CUTOFF WORKED OUT.  NO SCHEDULE DECK MEANS NO
      *    CARDS; A DECK NOT HELD IN FULL, OR NO EVTMAST, MEANS EVERY
      *    DELETE NEEDS THE FORCE FLAG.
       1500-SETUP-GUARD-S.
           MOVE    RUN-DATE           TO        CUTOFF-DATE.
           PERFORM 1650-PREV-DAY-S    THRU  1650-EXIT
                   VARYING DAY-COUNT FROM 1 BY 1
                   UNTIL DAY-COUNT > RETAIN-DAYS.
           MOVE    RETAIN-DAYS        TO        DAYS-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'DELETE GUARD: RETENTION ' DAYS-ED
                   ' DAYS - EVENTS SINCE ' CUTOFF-DATE-X
                   ' KEEP A TAG IN USE'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           OPEN    INPUT              SCHFILE.
           IF      SCHFILE-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   MOVE    'NO SCHEDULE FILE - NO CARDS CHECKED'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
           ELSE
                   PERFORM 1550-LOAD-SCHED-TAG-S  THRU  1550-EXIT
                           UNTIL SCHED-EOF
                   CLOSE   SCHFILE.
           OPEN    INPUT              EVTMAST.
           IF      EVTMAST-STATUS     =         '00'
                   MOVE    'Y'        TO        EVTMAST-OPEN-SWITCH
           ELSE
                   MOVE    SPACES     TO        LP2
                   STRING  'EVTMAST NOT AVAILABLE - FILE STATUS: '
                           EVTMAST-STATUS
                           '  DELETES NEED THE FORCE FLAG'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       1500-EXIT.
           EXIT.
      *
       1550-LOAD-SCHED-TAG-S.
           READ    SCHFILE
                   AT END
                   MOVE    'Y'        TO        SCHED-EOF-SWITCH
                   GO TO   1550-EXIT.
           IF      SCHFILE-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'SCHEDULE READ ERROR - FILE STATUS: '
                           SCHFILE-STATUS
                           '  DELETES NEED THE FORCE FLAG'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        SCHED-INCOMPLETE-SWITCH
                   MOVE    'Y'        TO        SCHED-EOF-SWITCH
                   GO TO   1550-EXIT.
           IF      NOT SF-SCHED-CARD
               OR  SF-JOB-TAG         =         SPACES
                   GO TO   1550-EXIT.
           IF      SCHED-TAG-COUNT    NOT <     SCHED-TAG-MAX
               AND SCHED-INCOMPLETE
                   GO TO   1550-EXIT.
           IF      SCHED-TAG-COUNT    NOT <     SCHED-TAG-MAX
                   MOVE    SPACES     TO        LP2
                   STRING  'SCHEDULE TAG TABLE FULL - FIRST NOT HELD: '
                           SF-JOB-TAG
                           '  DELETES NEED THE FORCE FLAG'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        SCHED-INCOMPLETE-SWITCH
                   GO TO   1550-EXIT.
           ADD     1                  TO        SCHED-TAG-COUNT.
           MOVE    SF-JOB-TAG         TO   SCHED-TAG(SCHED-TAG-COUNT).
      *
       1550-EXIT.
           EXIT.
      *
      *    TAKES ONE DAY OFF CUTOFF-DATE - SAME MONTH-END AND LEAP
      *    RULES AS THE TEST1G DAY-ROLLOVER CARRY.
       1650-PREV-DAY-S.
           IF      CO-DD              >         1
                   SUBTRACT 1         FROM      CO-DD
                   GO TO   1650-EXIT.
           IF      CO-MM              >         1
                   SUBTRACT 1         FROM      CO-MM
           ELSE
                   MOVE    12         TO        CO-MM
                   SUBTRACT 1         FROM      CO-YYYY.
           PERFORM 1660-DAYS-IN-MONTH-S  THRU  1660-EXIT.
           MOVE    CO-DAYS-IN-MONTH   TO        CO-DD.
      *
       1650-EXIT.
           EXIT.
      *
       1660-DAYS-IN-MONTH-S.
           EVALUATE CO-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE    31         TO        CO-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE    30         TO        CO-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 1670-LEAP-YEAR-S  THRU  1670-EXIT
               WHEN OTHER
                   MOVE    30         TO        CO-DAYS-IN-MONTH
           END-EVALUATE.
      *
       1660-EXIT.
           EXIT.
      *
       1670-LEAP-YEAR-S.
           MOVE    28                 TO        CO-DAYS-IN-MONTH.
           DIVIDE  CO-YYYY  BY  4     GIVING CO-LEAP-QUOTIENT
                   REMAINDER CO-LEAP-REMAINDER.
           IF      CO-LEAP-REMAINDER  NOT =     0
                   GO TO   1670-EXIT.
           DIVIDE  CO-YYYY  BY  100   GIVING CO-LEAP-QUOTIENT
                   REMAINDER CO-LEAP-REMAINDER.
           IF      CO-LEAP-REMAINDER  NOT =     0
                   MOVE    29         TO        CO-DAYS-IN-MONTH
                   GO TO   1670-EXIT.
           DIVIDE  CO-YYYY  BY  400   GIVING CO-LEAP-QUOTIENT
                   REMAINDER CO-LEAP-REMAINDER.
           IF      CO-LEAP-REMAINDER  =         0
                   MOVE    29         TO        CO-DAYS-IN-MONTH.
      *
       1670-EXIT.
           EXIT.
      *
       2000-PROCESS-S.
           READ    JOBTRAN
           MOVE    TR-JOB-TAG         TO        JT-JOB-TAG.
           MOVE    TR-JOB-NAME        TO        JT-JOB-NAME.
           MOVE    TR-ZONE-CODE       TO        JT-ZONE-CODE.
           MOVE    TR-COST-CENTER     TO        JT-COST-CENTER.
           WRITE   JOBTAB-REC
                   INVALID KEY
                   MOVE    SPACES     TO        LP2
           MOVE    JOBTAB-REC         TO        BEFORE-IMAGE.
           MOVE    TR-JOB-NAME        TO        JT-JOB-NAME.
           MOVE    TR-ZONE-CODE       TO        JT-ZONE-CODE.
           IF      TR-COST-CENTER     NOT =     SPACES
                   MOVE    TR-COST-CENTER   TO  JT-COST-CENTER.
           REWRITE JOBTAB-REC
                   INVALID KEY
                   MOVE    SPACES     TO        LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2300-EXIT.
           PERFORM 2350-CHECK-IN-USE-S   THRU  2350-EXIT.
           IF      TAG-IN-USE
               AND NOT TR-FORCED
                   MOVE    SPACES     TO        LP2
                   STRING  'DELETE REJECTED - TAG IN USE: ' TR-JOB-TAG
                           '  ' IN-USE-REASON
                           '  (FORCE FLAG F IN COL 34 TO OVERRIDE)'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        REJECTED-COUNT
                   GO TO   2300-EXIT.
           IF      TAG-IN-USE
                   MOVE    SPACES     TO        LP2
                   STRING  'DELETE FORCED - TAG IN USE: ' TR-JOB-TAG
                           '  ' IN-USE-REASON
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   ADD     1          TO        FORCED-COUNT.
           MOVE    JOBTAB-REC         TO        BEFORE-IMAGE.
           MOVE    TR-JOB-TAG         TO        JT-JOB-TAG.
           DELETE  JOBTAB
       2300-EXIT.
           EXIT.
      *
      *    A TAG IS IN USE WHILE ANY SCHEDULE CARD NAMES IT OR EVTMAST
      *    HOLDS AN EVENT FOR IT DATED ON OR AFTER THE CUTOFF - THE
      *    KEY IS TAG THEN GMT DATE, SO ONE START FINDS IT.  THE
      *    JOBTAB RECORD JUST READ IS NOT DISTURBED.
       2350-CHECK-IN-USE-S.
           MOVE    'N'                TO        TAG-IN-USE-SWITCH.
           MOVE    SPACES             TO        IN-USE-REASON.
           MOVE    ZERO               TO        TAG-CARD-COUNT.
           IF      SCHED-TAG-COUNT    >         ZERO
                   PERFORM 2360-COUNT-CARD-S  THRU  2360-EXIT
                           VARYING SCHED-IDX FROM 1 BY 1
                           UNTIL SCHED-IDX > SCHED-TAG-COUNT.
           IF      TAG-CARD-COUNT     >         ZERO
                   MOVE    TAG-CARD-COUNT     TO   CARDS-ED
                   MOVE    'Y'        TO        TAG-IN-USE-SWITCH
                   STRING  CARDS-ED ' SCHEDULE CARD(S)'
                           DELIMITED BY SIZE INTO IN-USE-REASON
                   GO TO   2350-EXIT.
           IF      SCHED-INCOMPLETE
                   MOVE    'Y'        TO        TAG-IN-USE-SWITCH
                   MOVE    'SCHEDULE NOT FULLY CHECKED' TO IN-USE-REASON
                   GO TO   2350-EXIT.
           IF      NOT EVTMAST-OPEN
                   MOVE    'Y'        TO        TAG-IN-USE-SWITCH
                   MOVE    'EVTMAST NOT CHECKED' TO  IN-USE-REASON
                   GO TO   2350-EXIT.
           MOVE    TR-JOB-TAG         TO        EM-JOB-TAG.
           MOVE    CUTOFF-DATE-X      TO        EM-GMT-YYYYMMDD.
           MOVE    '00'               TO        EM-GMT-HH.
           MOVE    '00'               TO        EM-GMT-MM.
           MOVE    '00'               TO        EM-GMT-SS.
           START   EVTMAST  KEY NOT <  EM-KEY
                   INVALID KEY
                   GO TO   2350-EXIT.
           READ    EVTMAST  NEXT
                   AT END
                   GO TO   2350-EXIT.
           IF      EVTMAST-STATUS     =         '00'
               AND EM-JOB-TAG         =         TR-JOB-TAG
                   MOVE    'Y'        TO        TAG-IN-USE-SWITCH
                   STRING  'EVENT ON ' EM-GMT-YYYYMMDD
                           DELIMITED BY SIZE INTO IN-USE-REASON.
      *
       2350-EXIT.
           EXIT.
      *
       2360-COUNT-CARD-S.
           IF      SCHED-TAG(SCHED-IDX)  =      TR-JOB-TAG
                   ADD     1          TO        TAG-CARD-COUNT.
      *
       2360-EXIT.
           EXIT.
      *
      *    ONE JOURNAL RECORD PER APPLIED TRANSACTION - THE CALLER
      *    SETS JRNL-FUNC AND THE BEFORE/AFTER IMAGES FIRST.
       2400-WRITE-JOURNAL-S.
           MOVE    SPACES             TO        LP2.
           STRING  'TAG: ' JT-JOB-TAG '  NAME: ' JT-JOB-NAME
                   '  ZONE: ' JT-ZONE-CODE
                   '  COST CTR: ' JT-COST-CENTER
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
           STRING  '             TRANSACTIONS REJECTED:' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    FORCED-COUNT       TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             DELETES FORCED:       ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       9999-CLOSE-S.
           IF      MAINT-MODE-RUN
                   CLOSE   JOBJRNL.
           IF      JOBTAB-STATUS      =         '00'
                   CLOSE   JOBTAB.
           IF      EVTMAST-OPEN
                   CLOSE   EVTMAST.
           PERFORM 9995-WRITE-STEPLOG-S  THRU  9995-EXIT.
           CLOSE   LPFILE.
      *
       9999-EXIT.
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
           MOVE    'JOBTMNT'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'TRANS'            TO   SL-COUNT-LABEL(1).
           MOVE    TRANS-READ-COUNT   TO   SL-COUNT-VALUE(1).
           MOVE    'APPLIED'          TO   SL-COUNT-LABEL(2).
           MOVE    APPLIED-COUNT      TO   SL-COUNT-VALUE(2).
           MOVE    'REJECTED'         TO   SL-COUNT-LABEL(3).
           MOVE    REJECTED-COUNT     TO   SL-COUNT-VALUE(3).
           MOVE    'FORCED'           TO   SL-COUNT-LABEL(4).
           MOVE    FORCED-COUNT       TO   SL-COUNT-VALUE(4).
           MOVE    'JRNLMTCH'         TO   SL-COUNT-LABEL(5).
           MOVE    JRNL-MATCH-COUNT   TO   SL-COUNT-VALUE(5).
           MOVE    'REVERSED'         TO   SL-COUNT-LABEL(6).
           MOVE    REVERSED-COUNT     TO   SL-COUNT-VALUE(6).
           WRITE   STEPLOG-REC.
           CLOSE   STEPLOG.
      *
       9995-EXIT.
           EXIT.
/*
//LKED   EXEC PGM=IEWL,REGION=768K,COND=(5,LT),
// PARM='XREF,LET,LIST,MAP,'
//*                    COL 2-9   JOB TAG
//*                    COL 10-29 JOB NAME
//*                    COL 30-33 ZONE CODE (SEE ZONRULE IN TODCONV)
//*                    COL 34    F = FORCE A DELETE OF A TAG STILL IN
//*                              USE (SCHEDULE CARDS OR RECENT EVENTS)
//*                    COL 35-42 COST CENTER FOR THE MONTHLY CHARGEBACK
//*                              (JOBCHRG) - BLANK ON A CHANGE KEEPS
//*                              THE COST CENTER ALREADY ON JOBTAB
//*        PARM=                  APPLY THE JOBTRAN DECK  (DEFAULT)
//*        PARM='RNNN'            APPLY, WITH AN NNN-DAY RETENTION
//*                               WINDOW FOR THE DELETE GUARD (DEF 90)
//*        PARM='BYYYYMMDDHHMMSSTT' BACK OUT THE RUN WITH THAT
//*                               DATE/TIME STAMP FROM THE JOURNAL
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB)),
//         PARM=''
//JOBTRAN  DD DSN=ANDREWJ.TOD.JOBTRAN,DISP=SHR
//JOBTAB   DD DSN=ANDREWJ.TOD.JOBTAB,DISP=SHR
//EVTMAST  DD DSN=ANDREWJ.TOD.EVTMAST,DISP=SHR
//SCHEDULE DD DSN=ANDREWJ.TOD.SCHEDULE,DISP=SHR
//*   JOURNAL RECORD:  COL 1     FUNCTION  COL 2-17  RUN STAMP
//*                    COL 18-25 JOB TAG   COL 26-105 BEFORE-IMAGE
//*                    COL 106-185 AFTER-IMAGE
//JOBJRNL  DD DSN=ANDREWJ.TOD.JOBJRNL,DISP=MOD
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
