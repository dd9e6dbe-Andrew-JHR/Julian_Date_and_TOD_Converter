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
       PROGRAM-ID.                     JOBCHRG.
      *----------------------------------------------------------------*
      *                                                                *
      *    MONTH-END JOB CHARGEBACK - READS EVTMAST IN KEY ORDER (JOB *
      *    TAG, GMT TIME) AND PAIRS EACH START EVENT WITH THE JOB'S   *
      *    NEXT END EVENT, WHATEVER RUN, DAY OR MONTH EACH FELL IN.   *
      *    A PAIR IS BILLED IN THE MONTH ITS END EVENT FALLS IN (BY   *
      *    LOCAL DATE), SO A JOB RUNNING PAST MIDNIGHT OR MONTH END   *
      *    IS BILLED ONCE, IN FULL, WHEN IT FINISHES.  ELAPSED TIME   *
      *    IS TAKEN FROM THE GMT STAMPS SO A CLOCK CHANGE INSIDE A    *
      *    RUN DOES NOT BEND IT.                                      *
      *    WRITES:                                                    *
      *        - CHGOUT - ONE RECORD PER JOB, ONE PER COST CENTER AND *
      *          A TRAILER, FOR THE BILLING SYSTEM                    *
      *        - A PRINTED STATEMENT PER COST CENTER (COST CENTER     *
      *          FROM JOBTAB - *NONE* WHERE THE TAG HAS NONE)         *
      *        - THE UNPAIRED STARTS AND ENDS OF THE MONTH, LISTED    *
      *          SEPARATELY AND NOT BILLED                            *
      *    EVENTS WITH NO TYPE (LOADED BEFORE THE TYPE WAS CARRIED,   *
      *    OR FROM AN UNTYPED FEED) ARE COUNTED AND LEFT OUT.         *
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
           SELECT CHGCARD  ASSIGN  TO                  CHGCARD
                   FILE STATUS IS  CHGCARD-STATUS.
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
           SELECT CHGOUT   ASSIGN  TO                  CHGOUT
                   FILE STATUS IS  CHGOUT-STATUS.
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
      *        MONTH=YYYYMM      THE MONTH TO BILL.  NO CARD MEANS THE
      *                          MONTH BEFORE THE RUN DATE.
      *    BLANK CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.
       FD  CHGCARD
           LABEL     RECORD  IS OMITTED.
       01  CHGCARD-REC                 PIC X(80).
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
               88  EM-START-EVENT                VALUE 'S'.
               88  EM-END-EVENT                  VALUE 'E'.
           05  FILLER                  PIC X(08).
      *    CHARGEBACK EXTRACT FOR THE BILLING SYSTEM.  ONE 'J' RECORD
      *    PER JOB BILLED, ONE 'C' RECORD PER COST CENTER (JOB TAG AND
      *    NAME BLANK) AFTER ITS JOBS, AND ONE 'T' TRAILER LAST.
      *    ELAPSED HOURS ARE THE SECONDS OVER 3600, ROUNDED.
       FD  CHGOUT
           LABEL     RECORD  IS OMITTED.
       01  CHGOUT-REC.
           05  CB-REC-TYPE             PIC X(01).
               88  CB-JOB-RECORD                 VALUE 'J'.
               88  CB-CENTER-RECORD              VALUE 'C'.
               88  CB-TRAILER-RECORD             VALUE 'T'.
           05  CB-BILL-MONTH           PIC X(06).
           05  CB-DETAIL.
               10  CB-COST-CENTER      PIC X(08).
               10  CB-JOB-TAG          PIC X(08).
               10  CB-JOB-NAME         PIC X(20).
               10  CB-RUN-COUNT        PIC 9(07).
               10  CB-ELAPSED-SECS     PIC 9(11).
               10  CB-ELAPSED-HOURS    PIC 9(07)V99.
      *    TRAILER - 'J' AND 'C' RECORDS WRITTEN, AND THE RUNS AND
      *    SECONDS OVER ALL 'J' RECORDS.
           05  CB-TRAILER REDEFINES CB-DETAIL.
               10  CBT-RECORD-COUNT    PIC 9(07).
               10  CBT-RUN-COUNT       PIC 9(07).
               10  CBT-ELAPSED-SECS    PIC 9(11).
               10  FILLER              PIC X(38).
           05  CB-RUN-DATE             PIC X(08).
           05  CB-RUN-TIME             PIC X(08).
           05  FILLER                  PIC X(14).
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
       77  EVT-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  EVT-EOF                           VALUE 'Y'.
       77  CHGCARD-STATUS              PIC X(02) VALUE SPACES.
       77  JOBTAB-STATUS               PIC X(02) VALUE SPACES.
       77  EVTMAST-STATUS              PIC X(02) VALUE SPACES.
       77  CHGOUT-STATUS               PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  CHRG-ERROR-SWITCH           PIC X(01) VALUE 'N'.
           88  CHRG-ERROR                        VALUE 'Y'.
       77  JOB-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
           88  JOB-OVERFLOW                      VALUE 'Y'.
       77  SORT-SWAP-SWITCH            PIC X(01) VALUE 'N'.
           88  SORT-SWAPPED                      VALUE 'Y'.
       77  EVENTS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  UNTYPED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  BILLED-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  UNPAIRED-FOUND-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  CENTER-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  NOCOST-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  CHGOUT-WRITE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  JOB-IDX                     PIC 9(04) COMP VALUE ZERO.
       77  JOB-JDX                     PIC 9(04) COMP VALUE ZERO.
       77  UNP-IDX                     PIC 9(04) COMP VALUE ZERO.
       01  COUNT-ED                    PIC ZZZZZZ9.
       01  HOURS-ED                    PIC ZZZZZZ9.99.
       01  ELAPSED-HH-ED               PIC ZZZZZZZ9.
       01  CC-KEYWORD                  PIC X(08) VALUE SPACES.
       01  CC-VALUE                    PIC X(71) VALUE SPACES.
       01  RUN-DATE                    PIC 9(08).
       01  RUN-DATE-X REDEFINES RUN-DATE.
           05  RD-YYYY                 PIC 9(04).
           05  RD-MM                   PIC 9(02).
           05  RD-DD                   PIC 9(02).
       01  RUN-TIME                    PIC 9(08).
      *    THE MONTH BEING BILLED, AND ITS FIRST AND LAST DAYS.
       01  BILL-MONTH.
           05  BM-YYYY                 PIC 9(04).
           05  BM-MM                   PIC 9(02).
       01  BILL-MONTH-X REDEFINES BILL-MONTH
                                       PIC X(06).
       01  MONTH-START-DATE.
           05  MS-YYYYMM               PIC X(06).
           05  MS-DD                   PIC X(02) VALUE '01'.
       01  MONTH-END-DATE.
           05  ME-YYYYMM               PIC X(06).
           05  ME-DD                   PIC 9(02).
       01  MONTH-END-DATE-X REDEFINES MONTH-END-DATE
                                       PIC X(08).
      *    CALENDAR WORK FOR 1350/1370 - CAL-YYYY AND CAL-MM IN,
      *    DAYS-IN-MONTH OUT.
       77  CAL-YYYY                    PIC 9(04) VALUE ZERO.
       77  CAL-MM                      PIC 9(02) VALUE ZERO.
       77  DAYS-IN-MONTH               PIC 9(02) VALUE ZERO.
       77  LEAP-YEAR-QUOTIENT          PIC 9(07) COMP VALUE ZERO.
       77  LEAP-YEAR-REMAINDER         PIC 9(04) COMP VALUE ZERO.
      *    SECONDS-SINCE-19000101 SERIAL OF THE EVENT'S GMT STAMP.
       01  EVENT-TS.
           05  EV-YYYY                 PIC 9(04).
           05  EV-MM                   PIC 9(02).
           05  EV-DD                   PIC 9(02).
           05  EV-HH                   PIC 9(02).
           05  EV-MIN                  PIC 9(02).
           05  EV-SS                   PIC 9(02).
       01  EVENT-TS-X REDEFINES EVENT-TS
                                       PIC X(14).
       77  EVENT-DAYS                  PIC 9(07) COMP VALUE ZERO.
       77  EVENT-WORK                  PIC 9(07) COMP VALUE ZERO.
       77  EVENT-LEAP-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  EVENT-MM-IDX                PIC 9(02) COMP VALUE ZERO.
       77  EVENT-SECS                  PIC 9(12) COMP VALUE ZERO.
       77  DURATION-SECS               PIC 9(12) COMP VALUE ZERO.
      *    ELAPSED SECONDS BROKEN OUT FOR PRINTING AS HHHHHHHH:MM:SS.
       77  ELAPSED-WORK                PIC 9(12) COMP VALUE ZERO.
       77  ELAPSED-HH                  PIC 9(08) COMP VALUE ZERO.
       77  ELAPSED-REM                 PIC 9(04) COMP VALUE ZERO.
       01  ELAPSED-MM                  PIC 9(02).
       01  ELAPSED-SS                  PIC 9(02).
       77  BILL-HOURS                  PIC 9(07)V99 VALUE ZERO.
      *    THE TAG IN HAND AND ITS OPEN START, IF ANY.
       01  CURRENT-TAG                 PIC X(08) VALUE SPACES.
       01  CURRENT-NAME                PIC X(20) VALUE SPACES.
       01  CURRENT-CENTER              PIC X(08) VALUE SPACES.
       77  OPEN-START-SECS             PIC 9(12) COMP VALUE ZERO.
       01  OPEN-START-DATE             PIC X(08) VALUE SPACES.
       01  OPEN-START-TS               PIC X(14) VALUE SPACES.
       01  EVENT-LOCAL-TS              PIC X(14) VALUE SPACES.
      *    ONE UNPAIRED EVENT, SET BY 2300/2400/2500 FOR 2700.
       01  UNP-TS                      PIC X(14) VALUE SPACES.
       01  UNP-TYPE                    PIC X(01) VALUE SPACE.
       01  UNP-REASON                  PIC X(20) VALUE SPACES.
      *    COST-CENTER CONTROL BREAK FOR THE STATEMENTS.
       01  PREV-CENTER                 PIC X(08) VALUE SPACES.
       77  CENTER-RUNS                 PIC 9(07) COMP VALUE ZERO.
       77  CENTER-SECS                 PIC 9(11) COMP VALUE ZERO.
       77  GRAND-RUNS                  PIC 9(07) COMP VALUE ZERO.
       77  GRAND-SECS                  PIC 9(11) COMP VALUE ZERO.
      *    ONE ENTRY PER JOB WITH A BILLED PAIR, IN TAG ORDER AS READ,
      *    THEN SORTED BY COST CENTER AND TAG FOR THE STATEMENTS.
       01  JOB-TABLE.
           05  JOB-MAX                 PIC 9(04) COMP VALUE 2000.
           05  JOB-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  JOB-ENTRY OCCURS 2000.
               10  JE-COST-CENTER      PIC X(08).
               10  JE-JOB-TAG          PIC X(08).
               10  JE-JOB-NAME         PIC X(20).
               10  JE-RUN-COUNT        PIC 9(07) COMP.
               10  JE-ELAPSED-SECS     PIC 9(11) COMP.
       01  JOB-ENTRY-SAVE              PIC X(48).
      *    UNPAIRED EVENTS OF THE MONTH.  ANY PAST THE TABLE ARE
      *    COUNTED BUT NOT LISTED.
       01  UNPAIRED-TABLE.
           05  UNP-MAX                 PIC 9(04) COMP VALUE 1000.
           05  UNP-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  UNPAIRED-ENTRY OCCURS 1000.
               10  UT-JOB-TAG          PIC X(08).
               10  UT-JOB-NAME         PIC X(20).
               10  UT-EVENT-TYPE       PIC X(01).
               10  UT-LOCAL-TS         PIC X(14).
               10  UT-REASON           PIC X(20).
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E   D I V I S I O N                         *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       0000-MAINLINE-S.
           PERFORM 1000-INIT-S          THRU  1000-EXIT.
           IF      NOT CHRG-ERROR
                   PERFORM 2000-SCAN-EVTMAST-S  THRU  2000-EXIT
                   PERFORM 3000-SORT-JOBS-S     THRU  3000-EXIT
                   PERFORM 4000-STATEMENTS-S    THRU  4000-EXIT
                   PERFORM 5000-REPORT-UNPAIRED-S THRU 5000-EXIT.
           PERFORM 9999-TERMINATE-S     THRU  9999-EXIT.
           STOP    RUN.
      *
       1000-INIT-S.
           OPEN    OUTPUT                   LPFILE.
           ACCEPT   RUN-DATE    FROM DATE YYYYMMDD.
           ACCEPT   RUN-TIME    FROM TIME.
           MOVE    SPACES         TO        LP2.
           STRING  'JOBCHRG - MONTHLY JOB CHARGEBACK'
                   '  DATE: ' RUN-DATE
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER PAGE.
      *    DEFAULT - THE MONTH BEFORE THE RUN DATE.
           MOVE    RD-YYYY            TO        BM-YYYY.
           MOVE    RD-MM              TO        BM-MM.
           IF      BM-MM              =         01
                   MOVE    12         TO        BM-MM
                   SUBTRACT 1         FROM      BM-YYYY
           ELSE
                   SUBTRACT 1         FROM      BM-MM.
           PERFORM 1100-READ-CARDS-S  THRU  1100-EXIT.
           PERFORM 1300-SET-MONTH-S   THRU  1300-EXIT.
           OPEN    INPUT              JOBTAB.
           IF      JOBTAB-STATUS      NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'JOBTAB NOT AVAILABLE - FILE STATUS: '
                           JOBTAB-STATUS
                           '  NO COST CENTERS - NOTHING BILLED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        CHRG-ERROR-SWITCH
                   GO TO   1000-EXIT.
           OPEN    INPUT              EVTMAST.
           IF      EVTMAST-STATUS     NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'EVTMAST NOT AVAILABLE - FILE STATUS: '
                           EVTMAST-STATUS
                           '  NOTHING BILLED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        CHRG-ERROR-SWITCH
                   CLOSE   JOBTAB
                   GO TO   1000-EXIT.
           OPEN    OUTPUT             CHGOUT.
           IF      CHGOUT-STATUS      NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN CHGOUT - FILE STATUS: '
                           CHGOUT-STATUS
                           '  NOTHING BILLED'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        CHRG-ERROR-SWITCH
                   CLOSE   JOBTAB
                   CLOSE   EVTMAST
                   GO TO   1000-EXIT.
      *
       1000-EXIT.
           EXIT.
      *
       1100-READ-CARDS-S.
           OPEN    INPUT              CHGCARD.
           IF      CHGCARD-STATUS     NOT =     '00'
                   GO TO   1100-EXIT.
           PERFORM 1200-PARSE-CARD-S  THRU  1200-EXIT
                   UNTIL CARD-EOF.
           CLOSE   CHGCARD.
      *
       1100-EXIT.
           EXIT.
      *
       1200-PARSE-CARD-S.
           READ    CHGCARD
                   AT END
                   MOVE    'Y'        TO        CARD-EOF-SWITCH
                   GO TO   1200-EXIT.
           IF      CHGCARD-STATUS     NOT =     '00'
                   MOVE    'Y'        TO        CARD-EOF-SWITCH
                   GO TO   1200-EXIT.
           IF      CHGCARD-REC        =         SPACES
               OR  CHGCARD-REC(1:1)   =         '*'
                   GO TO   1200-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'CONTROL: ' CHGCARD-REC(1:70)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        CC-KEYWORD.
           MOVE    SPACES             TO        CC-VALUE.
           UNSTRING CHGCARD-REC DELIMITED BY '='
                   INTO CC-KEYWORD CC-VALUE.
           IF      CC-KEYWORD         =         'MONTH'
                   PERFORM 1250-SET-MONTH-S     THRU  1250-EXIT
           ELSE
                   PERFORM 1280-BAD-CARD-S      THRU  1280-EXIT.
      *
       1200-EXIT.
           EXIT.
      *
      *    YYYYMM, MONTH 01 TO 12.
       1250-SET-MONTH-S.
           IF      CC-VALUE(1:6)      NUMERIC
               AND CC-VALUE(7:1)      =         SPACE
               AND CC-VALUE(5:2)      NOT <     '01'
               AND CC-VALUE(5:2)      NOT >     '12'
                   MOVE    CC-VALUE(1:6)    TO  BILL-MONTH-X
                   GO TO   1250-EXIT.
           PERFORM 1280-BAD-CARD-S    THRU  1280-EXIT.
      *
       1250-EXIT.
           EXIT.
      *
       1280-BAD-CARD-S.
           MOVE    SPACES             TO        LP2.
           STRING  'INVALID CONTROL CARD IGNORED: '
                   CHGCARD-REC(1:40)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       1280-EXIT.
           EXIT.
      *
      *    FIRST AND LAST LOCAL DATES OF THE BILLING MONTH.
       1300-SET-MONTH-S.
           MOVE    BILL-MONTH-X       TO        MS-YYYYMM.
           MOVE    BILL-MONTH-X       TO        ME-YYYYMM.
           MOVE    BM-YYYY            TO        CAL-YYYY.
           MOVE    BM-MM              TO        CAL-MM.
           PERFORM 1350-DAYS-IN-MONTH-S  THRU  1350-EXIT.
           MOVE    DAYS-IN-MONTH      TO        ME-DD.
           MOVE    SPACES             TO        LP2.
           STRING  'BILLING MONTH: ' BILL-MONTH-X
                   '  - PAIRS WHOSE END EVENT FALLS '
                   MONTH-START-DATE ' THRU ' MONTH-END-DATE-X
                   ' (LOCAL)'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
      *
       1300-EXIT.
           EXIT.
      *
       1350-DAYS-IN-MONTH-S.
           EVALUATE CAL-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE    31         TO        DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE    30         TO        DAYS-IN-MONTH
               WHEN 02
                   PERFORM 1370-LEAP-YEAR-S  THRU  1370-EXIT
               WHEN OTHER
                   MOVE    30         TO        DAYS-IN-MONTH
           END-EVALUATE.
      *
       1350-EXIT.
           EXIT.
      *
       1370-LEAP-YEAR-S.
           MOVE    28                 TO        DAYS-IN-MONTH.
           DIVIDE  CAL-YYYY  BY  4    GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER.
           IF      LEAP-YEAR-REMAINDER  NOT =   0
                   GO TO   1370-EXIT.
           DIVIDE  CAL-YYYY  BY  100  GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER.
           IF      LEAP-YEAR-REMAINDER  NOT =   0
                   MOVE    29         TO        DAYS-IN-MONTH
                   GO TO   1370-EXIT.
           DIVIDE  CAL-YYYY  BY  400  GIVING LEAP-YEAR-QUOTIENT
                   REMAINDER LEAP-YEAR-REMAINDER.
           IF      LEAP-YEAR-REMAINDER  =       0
                   MOVE    29         TO        DAYS-IN-MONTH.
      *
       1370-EXIT.
           EXIT.
      *
      *    EVERY EVENT ON THE MASTER, IN KEY ORDER - EACH TAG'S EVENTS
      *    COME TOGETHER AND IN GMT ORDER, SO ONE OPEN START PER TAG
      *    IS ALL THE PAIRING NEEDS.
       2000-SCAN-EVTMAST-S.
           MOVE    LOW-VALUES         TO        EM-KEY.
           START   EVTMAST  KEY NOT <  EM-KEY
                   INVALID KEY
                   MOVE    'Y'        TO        EVT-EOF-SWITCH.
           PERFORM 2050-READ-EVENT-S  THRU  2050-EXIT
                   UNTIL EVT-EOF.
           IF      CURRENT-TAG        NOT =     SPACES
                   PERFORM 2300-END-TAG-S       THRU  2300-EXIT.
           CLOSE   EVTMAST.
           CLOSE   JOBTAB.
      *
       2000-EXIT.
           EXIT.
      *
      *    EVENTS AFTER THE BILLING MONTH ARE LEFT FOR NEXT MONTH'S
      *    RUN; EVENTS BEFORE IT STILL PAIR, BUT ONLY AN END INSIDE
      *    THE MONTH IS BILLED.
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
                   MOVE    'Y'        TO        CHRG-ERROR-SWITCH
                   MOVE    'Y'        TO        EVT-EOF-SWITCH
                   GO TO   2050-EXIT.
           ADD     1                  TO        EVENTS-READ-COUNT.
           IF      EM-JOB-TAG         NOT =     CURRENT-TAG
                   PERFORM 2100-NEW-TAG-S       THRU  2100-EXIT.
           IF      EM-LOC-YYYYMMDD    >         MONTH-END-DATE-X
                   GO TO   2050-EXIT.
           IF      NOT EM-START-EVENT
               AND NOT EM-END-EVENT
                   ADD     1          TO        UNTYPED-COUNT
                   GO TO   2050-EXIT.
           MOVE    SPACES             TO        EVENT-LOCAL-TS.
           STRING  EM-LOC-YYYYMMDD EM-LOC-HH EM-LOC-MM EM-LOC-SS
                   DELIMITED BY SIZE INTO EVENT-LOCAL-TS.
           MOVE    SPACES             TO        EVENT-TS-X.
           STRING  EM-GMT-YYYYMMDD EM-GMT-HH EM-GMT-MM EM-GMT-SS
                   DELIMITED BY SIZE INTO EVENT-TS-X.
           PERFORM 2600-COMPUTE-SECS-S  THRU  2600-EXIT.
           IF      EM-END-EVENT
                   PERFORM 2500-END-EVENT-S     THRU  2500-EXIT
           ELSE
                   PERFORM 2400-START-EVENT-S   THRU  2400-EXIT.
      *
       2050-EXIT.
           EXIT.
      *
      *    CONTROL BREAK ON JOB TAG - CLOSES OFF THE LAST TAG AND
      *    LOOKS UP THE NEW ONE'S NAME AND COST CENTER ON JOBTAB.
       2100-NEW-TAG-S.
           IF      CURRENT-TAG        NOT =     SPACES
                   PERFORM 2300-END-TAG-S       THRU  2300-EXIT.
           MOVE    EM-JOB-TAG         TO        CURRENT-TAG.
           MOVE    EM-JOB-NAME        TO        CURRENT-NAME.
           MOVE    '*NONE*'           TO        CURRENT-CENTER.
           MOVE    ZERO               TO        OPEN-START-SECS.
           MOVE    SPACES             TO        OPEN-START-DATE.
           MOVE    SPACES             TO        OPEN-START-TS.
           MOVE    EM-JOB-TAG         TO        JT-JOB-TAG.
           READ    JOBTAB
                   INVALID KEY
                   GO TO   2100-EXIT.
           MOVE    JT-JOB-NAME        TO        CURRENT-NAME.
           IF      JT-COST-CENTER     NOT =     SPACES
                   MOVE    JT-COST-CENTER   TO  CURRENT-CENTER.
      *
       2100-EXIT.
           EXIT.
      *
      *    A START STILL OPEN WHEN THE TAG'S EVENTS RUN OUT HAS NO END
      *    BY MONTH END.  ONE FROM AN EARLIER MONTH WAS LISTED IN THAT
      *    MONTH'S RUN AND IS NOT LISTED AGAIN.
       2300-END-TAG-S.
           IF      OPEN-START-SECS    =         ZERO
               OR  OPEN-START-DATE    <         MONTH-START-DATE
                   GO TO   2300-EXIT.
           MOVE    OPEN-START-TS      TO        UNP-TS.
           MOVE    'S'                TO        UNP-TYPE.
           MOVE    'NO END BY MONTH END'        TO   UNP-REASON.
           PERFORM 2700-ADD-UNPAIRED-S  THRU  2700-EXIT.
      *
       2300-EXIT.
           EXIT.
      *
      *    A SECOND START BEFORE ANY END LEAVES THE FIRST UNPAIRED -
      *    THE SAME RULE AS THE DURATION FIGURES IN TEST1G.
       2400-START-EVENT-S.
           IF      OPEN-START-SECS    >         ZERO
               AND OPEN-START-DATE    NOT <     MONTH-START-DATE
                   MOVE    OPEN-START-TS    TO  UNP-TS
                   MOVE    'S'        TO        UNP-TYPE
                   MOVE    'START WITHOUT END'  TO   UNP-REASON
                   PERFORM 2700-ADD-UNPAIRED-S  THRU  2700-EXIT.
           MOVE    EVENT-SECS         TO        OPEN-START-SECS.
           MOVE    EM-LOC-YYYYMMDD    TO        OPEN-START-DATE.
           MOVE    EVENT-LOCAL-TS     TO        OPEN-START-TS.
      *
       2400-EXIT.
           EXIT.
      *
      *    AN END WITH NO START OPEN, OR TIMED BEFORE IT, IS UNPAIRED
      *    AND THE OPEN START STAYS.  OTHERWISE THE PAIR IS BILLED
      *    WHEN THE END FALLS INSIDE THE BILLING MONTH.
       2500-END-EVENT-S.
           IF      OPEN-START-SECS    =         ZERO
               OR  EVENT-SECS         <         OPEN-START-SECS
                   GO TO   2500-UNPAIRED-S.
           COMPUTE DURATION-SECS = EVENT-SECS - OPEN-START-SECS.
           MOVE    ZERO               TO        OPEN-START-SECS.
           MOVE    SPACES             TO        OPEN-START-DATE.
           MOVE    SPACES             TO        OPEN-START-TS.
           IF      EM-LOC-YYYYMMDD    <         MONTH-START-DATE
                   GO TO   2500-EXIT.
           PERFORM 2550-BILL-PAIR-S   THRU  2550-EXIT.
           GO TO   2500-EXIT.
      *
       2500-UNPAIRED-S.
           IF      EM-LOC-YYYYMMDD    <         MONTH-START-DATE
                   GO TO   2500-EXIT.
           MOVE    EVENT-LOCAL-TS     TO        UNP-TS.
           MOVE    'E'                TO        UNP-TYPE.
           MOVE    'END WITHOUT START'          TO   UNP-REASON.
           PERFORM 2700-ADD-UNPAIRED-S  THRU  2700-EXIT.
      *
       2500-EXIT.
           EXIT.
      *
      *    TAGS ARRIVE IN ORDER, SO THE TAG'S ENTRY IS EITHER THE LAST
      *    ONE IN THE TABLE OR A NEW ONE.
       2550-BILL-PAIR-S.
           IF      JOB-COUNT          >         ZERO
                   IF      JE-JOB-TAG(JOB-COUNT)  =   CURRENT-TAG
                           GO TO   2550-ADD-S.
           IF      JOB-COUNT          NOT <     JOB-MAX
                   PERFORM 2580-JOB-FULL-S      THRU  2580-EXIT
                   GO TO   2550-EXIT.
           ADD     1                  TO        JOB-COUNT.
           MOVE    CURRENT-CENTER     TO   JE-COST-CENTER (JOB-COUNT).
           MOVE    CURRENT-TAG        TO   JE-JOB-TAG     (JOB-COUNT).
           MOVE    CURRENT-NAME       TO   JE-JOB-NAME    (JOB-COUNT).
           MOVE    ZERO               TO   JE-RUN-COUNT   (JOB-COUNT).
           MOVE    ZERO               TO   JE-ELAPSED-SECS(JOB-COUNT).
           IF      CURRENT-CENTER     =         '*NONE*'
                   ADD     1          TO        NOCOST-COUNT
                   MOVE    SPACES     TO        LP2
                   STRING  'NO COST CENTER ON JOBTAB - TAG: '
                           CURRENT-TAG
                           '  BILLED TO *NONE*'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       2550-ADD-S.
           ADD     1                  TO   JE-RUN-COUNT   (JOB-COUNT).
           ADD     DURATION-SECS      TO   JE-ELAPSED-SECS(JOB-COUNT).
           ADD     1                  TO        BILLED-COUNT.
      *
       2550-EXIT.
           EXIT.
      *
      *    A FULL TABLE STOPS THE BILLING BEING COMPLETE - SAID ONCE.
       2580-JOB-FULL-S.
           MOVE    'Y'                TO        CHRG-ERROR-SWITCH.
           IF      JOB-OVERFLOW
                   GO TO   2580-EXIT.
           MOVE    'Y'                TO        JOB-OVERFLOW-SWITCH.
           MOVE    JOB-MAX            TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'JOB TABLE FULL AT ' COUNT-ED
                   ' JOBS - TAG ' CURRENT-TAG
                   ' AND LATER NOT BILLED'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       2580-EXIT.
           EXIT.
      *
      *    TURNS EVENT-TS INTO A SECONDS-SINCE-19000101 SERIAL SO A
      *    START AND ITS END CAN BE SUBTRACTED ACROSS DAY, MONTH AND
      *    YEAR BOUNDARIES - AS 2600-COMPUTE-SECS-S IN TEST1G.
       2600-COMPUTE-SECS-S.
           COMPUTE EVENT-DAYS = (EV-YYYY - 1900) * 365.
      *    LEAP DAYS IN 1900 THRU EV-YYYY - 1: CENTURY YEARS COUNT
      *    ONLY WHEN DIVISIBLE BY 400.  EACH QUOTIENT IS TAKEN WITH
      *    ITS OWN DIVIDE SO IT IS TRUNCATED BEFORE THE SUM.
           COMPUTE EVENT-WORK = EV-YYYY - 1897.
           DIVIDE  EVENT-WORK  BY  4       GIVING EVENT-LEAP-COUNT.
           COMPUTE EVENT-WORK = EV-YYYY - 1801.
           DIVIDE  EVENT-WORK  BY  100     GIVING EVENT-WORK.
           SUBTRACT EVENT-WORK         FROM      EVENT-LEAP-COUNT.
           COMPUTE EVENT-WORK = EV-YYYY - 1601.
           DIVIDE  EVENT-WORK  BY  400     GIVING EVENT-WORK.
           ADD     EVENT-WORK          TO        EVENT-LEAP-COUNT.
           ADD     EVENT-LEAP-COUNT    TO        EVENT-DAYS.
           MOVE    EV-YYYY            TO        CAL-YYYY.
           PERFORM 2620-ACCUM-EV-MONTH-S  THRU  2620-EXIT
                   VARYING EVENT-MM-IDX FROM 1 BY 1
                   UNTIL EVENT-MM-IDX >= EV-MM.
           ADD     EV-DD              TO        EVENT-DAYS.
           COMPUTE EVENT-SECS = EVENT-DAYS * 86400
                   + EV-HH * 3600 + EV-MIN * 60 + EV-SS.
      *
       2600-EXIT.
           EXIT.
      *
       2620-ACCUM-EV-MONTH-S.
           MOVE    EVENT-MM-IDX       TO        CAL-MM.
           PERFORM 1350-DAYS-IN-MONTH-S     THRU  1350-EXIT.
           ADD     DAYS-IN-MONTH      TO        EVENT-DAYS.
      *
       2620-EXIT.
           EXIT.
      *
       2700-ADD-UNPAIRED-S.
           ADD     1                  TO        UNPAIRED-FOUND-COUNT.
           IF      UNP-COUNT          NOT <     UNP-MAX
                   GO TO   2700-EXIT.
           ADD     1                  TO        UNP-COUNT.
           MOVE    CURRENT-TAG        TO   UT-JOB-TAG   (UNP-COUNT).
           MOVE    CURRENT-NAME       TO   UT-JOB-NAME  (UNP-COUNT).
           MOVE    UNP-TYPE           TO   UT-EVENT-TYPE(UNP-COUNT).
           MOVE    UNP-TS             TO   UT-LOCAL-TS  (UNP-COUNT).
           MOVE    UNP-REASON         TO   UT-REASON    (UNP-COUNT).
      *
       2700-EXIT.
           EXIT.
      *
      *    BILLED JOBS INTO COST CENTER, THEN TAG, ORDER.
       3000-SORT-JOBS-S.
           IF      JOB-COUNT          <         2
                   GO TO   3000-EXIT.
           MOVE    'Y'                TO        SORT-SWAP-SWITCH.
           PERFORM 3100-SORT-PASS-S   THRU  3100-EXIT
                   UNTIL NOT SORT-SWAPPED.
      *
       3000-EXIT.
           EXIT.
      *
       3100-SORT-PASS-S.
           MOVE    'N'                TO        SORT-SWAP-SWITCH.
           PERFORM 3200-SORT-COMPARE-S  THRU  3200-EXIT
                   VARYING JOB-JDX FROM 1 BY 1
                   UNTIL JOB-JDX NOT < JOB-COUNT.
      *
       3100-EXIT.
           EXIT.
      *
      *    COST CENTER AND TAG LEAD THE ENTRY, SO THE FIRST 16 BYTES
      *    ARE THE SORT KEY.
       3200-SORT-COMPARE-S.
           COMPUTE JOB-IDX = JOB-JDX + 1.
           IF      JOB-ENTRY(JOB-JDX)(1:16)  NOT >
                   JOB-ENTRY(JOB-IDX)(1:16)
                   GO TO   3200-EXIT.
           MOVE    JOB-ENTRY(JOB-JDX) TO        JOB-ENTRY-SAVE.
           MOVE    JOB-ENTRY(JOB-IDX) TO        JOB-ENTRY(JOB-JDX).
           MOVE    JOB-ENTRY-SAVE     TO        JOB-ENTRY(JOB-IDX).
           MOVE    'Y'                TO        SORT-SWAP-SWITCH.
      *
       3200-EXIT.
           EXIT.
      *
      *    ONE STATEMENT PER COST CENTER, EACH ON A NEW PAGE, AND THE
      *    MATCHING 'J' AND 'C' RECORDS ON CHGOUT.  THE TRAILER GOES
      *    LAST.
       4000-STATEMENTS-S.
           MOVE    SPACES             TO        PREV-CENTER.
           IF      JOB-COUNT          >         ZERO
                   PERFORM 4100-JOB-LINE-S      THRU  4100-EXIT
                           VARYING JOB-IDX FROM 1 BY 1
                           UNTIL JOB-IDX > JOB-COUNT
                   PERFORM 4300-CENTER-TOTAL-S  THRU  4300-EXIT.
           IF      JOB-COUNT          =         ZERO
                   MOVE    SPACES     TO        LP2
                   STRING  'NO PAIRED RUNS ENDED IN ' BILL-MONTH-X
                           ' - NO STATEMENTS'
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 2.
           MOVE    SPACES             TO        CHGOUT-REC.
           MOVE    'T'                TO        CB-REC-TYPE.
           MOVE    BILL-MONTH-X       TO        CB-BILL-MONTH.
           MOVE    CHGOUT-WRITE-COUNT TO        CBT-RECORD-COUNT.
           MOVE    GRAND-RUNS         TO        CBT-RUN-COUNT.
           MOVE    GRAND-SECS         TO        CBT-ELAPSED-SECS.
           MOVE    RUN-DATE           TO        CB-RUN-DATE.
           MOVE    RUN-TIME           TO        CB-RUN-TIME.
           PERFORM 4900-WRITE-CHGOUT-S  THRU  4900-EXIT.
           CLOSE   CHGOUT.
      *
       4000-EXIT.
           EXIT.
      *
       4100-JOB-LINE-S.
           IF      JE-COST-CENTER(JOB-IDX)  NOT =  PREV-CENTER
                   PERFORM 4200-NEW-CENTER-S    THRU  4200-EXIT.
           MOVE    JE-ELAPSED-SECS(JOB-IDX)     TO   ELAPSED-WORK.
           PERFORM 4800-EDIT-ELAPSED-S  THRU  4800-EXIT.
           MOVE    JE-RUN-COUNT(JOB-IDX)        TO   COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  JE-JOB-TAG(JOB-IDX) '  ' JE-JOB-NAME(JOB-IDX)
                   '  ' COUNT-ED
                   '  ' ELAPSED-HH-ED ':' ELAPSED-MM ':' ELAPSED-SS
                   '  ' HOURS-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        CHGOUT-REC.
           MOVE    'J'                TO        CB-REC-TYPE.
           MOVE    BILL-MONTH-X       TO        CB-BILL-MONTH.
           MOVE    JE-COST-CENTER (JOB-IDX)     TO   CB-COST-CENTER.
           MOVE    JE-JOB-TAG     (JOB-IDX)     TO   CB-JOB-TAG.
           MOVE    JE-JOB-NAME    (JOB-IDX)     TO   CB-JOB-NAME.
           MOVE    JE-RUN-COUNT   (JOB-IDX)     TO   CB-RUN-COUNT.
           MOVE    JE-ELAPSED-SECS(JOB-IDX)     TO   CB-ELAPSED-SECS.
           MOVE    BILL-HOURS         TO        CB-ELAPSED-HOURS.
           MOVE    RUN-DATE           TO        CB-RUN-DATE.
           MOVE    RUN-TIME           TO        CB-RUN-TIME.
           PERFORM 4900-WRITE-CHGOUT-S  THRU  4900-EXIT.
           ADD     JE-RUN-COUNT   (JOB-IDX)     TO   CENTER-RUNS.
           ADD     JE-ELAPSED-SECS(JOB-IDX)     TO   CENTER-SECS.
      *
       4100-EXIT.
           EXIT.
      *
      *    CLOSES THE PREVIOUS COST CENTER, IF ANY, AND HEADS A NEW
      *    STATEMENT PAGE.
       4200-NEW-CENTER-S.
           IF      PREV-CENTER        NOT =     SPACES
                   PERFORM 4300-CENTER-TOTAL-S  THRU  4300-EXIT.
           MOVE    JE-COST-CENTER(JOB-IDX)      TO   PREV-CENTER.
           MOVE    ZERO               TO        CENTER-RUNS.
           MOVE    ZERO               TO        CENTER-SECS.
           ADD     1                  TO        CENTER-COUNT.
           MOVE    SPACES             TO        LP2.
           STRING  'JOBCHRG - CHARGEBACK STATEMENT  COST CENTER: '
                   PREV-CENTER
                   '  MONTH: ' BILL-MONTH-X
                   '  RUN: ' RUN-DATE
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER PAGE.
           MOVE    SPACES             TO        LP2.
           STRING  'JOB TAG   JOB NAME              '
                   '   RUNS         ELAPSED       HOURS'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           STRING  '--------  --------------------  '
                   '-------  --------------  ----------'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       4200-EXIT.
           EXIT.
      *
       4300-CENTER-TOTAL-S.
           MOVE    CENTER-SECS        TO        ELAPSED-WORK.
           PERFORM 4800-EDIT-ELAPSED-S  THRU  4800-EXIT.
           MOVE    CENTER-RUNS        TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'COST CENTER TOTAL             '
                   '  ' COUNT-ED
                   '  ' ELAPSED-HH-ED ':' ELAPSED-MM ':' ELAPSED-SS
                   '  ' HOURS-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        CHGOUT-REC.
           MOVE    'C'                TO        CB-REC-TYPE.
           MOVE    BILL-MONTH-X       TO        CB-BILL-MONTH.
           MOVE    PREV-CENTER        TO        CB-COST-CENTER.
           MOVE    CENTER-RUNS        TO        CB-RUN-COUNT.
           MOVE    CENTER-SECS        TO        CB-ELAPSED-SECS.
           MOVE    BILL-HOURS         TO        CB-ELAPSED-HOURS.
           MOVE    RUN-DATE           TO        CB-RUN-DATE.
           MOVE    RUN-TIME           TO        CB-RUN-TIME.
           PERFORM 4900-WRITE-CHGOUT-S  THRU  4900-EXIT.
           ADD     CENTER-RUNS        TO        GRAND-RUNS.
           ADD     CENTER-SECS        TO        GRAND-SECS.
      *
       4300-EXIT.
           EXIT.
      *
      *    ELAPSED-WORK SECONDS TO HHHHHHHH:MM:SS AND TO DECIMAL HOURS.
       4800-EDIT-ELAPSED-S.
           DIVIDE  ELAPSED-WORK  BY  3600  GIVING ELAPSED-HH
                   REMAINDER ELAPSED-REM.
           DIVIDE  ELAPSED-REM   BY  60    GIVING ELAPSED-MM
                   REMAINDER ELAPSED-SS.
           MOVE    ELAPSED-HH         TO        ELAPSED-HH-ED.
           COMPUTE BILL-HOURS ROUNDED = ELAPSED-WORK / 3600.
           MOVE    BILL-HOURS         TO        HOURS-ED.
      *
       4800-EXIT.
           EXIT.
      *
       4900-WRITE-CHGOUT-S.
           WRITE   CHGOUT-REC.
           IF      CHGOUT-STATUS      NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'CHGOUT WRITE ERROR - FILE STATUS: '
                           CHGOUT-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        CHRG-ERROR-SWITCH
                   GO TO   4900-EXIT.
           IF      NOT CB-TRAILER-RECORD
                   ADD     1          TO        CHGOUT-WRITE-COUNT.
      *
       4900-EXIT.
           EXIT.
      *
      *    UNPAIRED STARTS AND ENDS OF THE MONTH - NOT BILLED.
       5000-REPORT-UNPAIRED-S.
           MOVE    SPACES             TO        LP2.
           STRING  'JOBCHRG - UNPAIRED EVENTS AT MONTH BOUNDARY'
                   ' - NOT BILLED  MONTH: ' BILL-MONTH-X
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER PAGE.
           IF      UNPAIRED-FOUND-COUNT  =      ZERO
                   MOVE    SPACES     TO        LP2
                   MOVE    '  NO UNPAIRED EVENTS'  TO   LP2
                   WRITE   LP2        AFTER 2
                   GO TO   5000-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'JOB TAG   JOB NAME              TYPE  '
                   'LOCAL TIME      REASON'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           PERFORM 5100-UNPAIRED-LINE-S THRU  5100-EXIT
                   VARYING UNP-IDX FROM 1 BY 1
                   UNTIL UNP-IDX > UNP-COUNT.
           IF      UNPAIRED-FOUND-COUNT  >      UNP-COUNT
                   SUBTRACT UNP-COUNT FROM UNPAIRED-FOUND-COUNT
                           GIVING  COUNT-ED
                   MOVE    SPACES     TO        LP2
                   STRING  'FURTHER UNPAIRED EVENTS NOT LISTED: '
                           COUNT-ED
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 2.
      *
       5000-EXIT.
           EXIT.
      *
       5100-UNPAIRED-LINE-S.
           MOVE    SPACES             TO        LP2.
           STRING  UT-JOB-TAG(UNP-IDX) '  ' UT-JOB-NAME(UNP-IDX)
                   '   ' UT-EVENT-TYPE(UNP-IDX) '    '
                   UT-LOCAL-TS(UNP-IDX) '  ' UT-REASON(UNP-IDX)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       5100-EXIT.
           EXIT.
      *
       9999-TERMINATE-S.
           MOVE    EVENTS-READ-COUNT  TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'END OF RUN - EVTMAST EVENTS READ:  ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    UNTYPED-COUNT      TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             UNTYPED EVENTS:       ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    BILLED-COUNT       TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             RUNS BILLED:          ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    UNPAIRED-FOUND-COUNT TO      COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             UNPAIRED EVENTS:      ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    JOB-COUNT          TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             JOBS BILLED:          ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    CENTER-COUNT       TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             COST CENTERS:         ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    NOCOST-COUNT       TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             JOBS WITH NO CENTER:  ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    CHGOUT-WRITE-COUNT TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  '             CHGOUT RECORDS:       ' COUNT-ED
                   ' PLUS TRAILER'
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        LP2.
           IF      CHRG-ERROR
                   MOVE    '*** CHARGEBACK INCOMPLETE - SEE ABOVE ***'
                                      TO        LP2
                   MOVE    8          TO        RETURN-CODE
           ELSE
           IF      UNPAIRED-FOUND-COUNT  =      ZERO
               AND NOCOST-COUNT      =          ZERO
                   MOVE    'CHARGEBACK COMPLETE'          TO   LP2
           ELSE
                   MOVE    '*** UNPAIRED EVENTS OR NO COST CENTER ***'
                                      TO        LP2
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
           MOVE    'JOBCHRG'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'READ'             TO   SL-COUNT-LABEL(1).
           MOVE    EVENTS-READ-COUNT  TO   SL-COUNT-VALUE(1).
           MOVE    'BILLED'           TO   SL-COUNT-LABEL(2).
           MOVE    BILLED-COUNT       TO   SL-COUNT-VALUE(2).
           MOVE    'UNPAIRED'         TO   SL-COUNT-LABEL(3).
           MOVE    UNPAIRED-FOUND-COUNT TO SL-COUNT-VALUE(3).
           MOVE    'JOBS'             TO   SL-COUNT-LABEL(4).
           MOVE    JOB-COUNT          TO   SL-COUNT-VALUE(4).
           MOVE    'CCENTERS'         TO   SL-COUNT-LABEL(5).
           MOVE    CENTER-COUNT       TO   SL-COUNT-VALUE(5).
           MOVE    'NOCOST'           TO   SL-COUNT-LABEL(6).
           MOVE    NOCOST-COUNT       TO   SL-COUNT-VALUE(6).
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
//*   MONTH-END CHARGEBACK - RUN AFTER THE LAST EVTLOAD OF THE MONTH.
//*   READ-ONLY AGAINST EVTMAST AND JOBTAB.
//*   RC 0 = CHARGEBACK COMPLETE.
//*   RC 4 = UNPAIRED EVENTS LISTED, OR JOBS BILLED TO *NONE* FOR
//*          WANT OF A JOBTAB COST CENTER (SEE JOBTMNT COL 35-42).
//*   RC 8 = A FILE WAS UNAVAILABLE, A WRITE FAILED OR THE JOB TABLE
//*          FILLED - THE CHARGEBACK IS INCOMPLETE, HOLD BILLING.
//*   CHGOUT RECORD:   COL 1     J=JOB C=COST CENTER TOTAL T=TRAILER
//*                    COL 2-7   BILLING MONTH YYYYMM
//*                    COL 8-15  COST CENTER
//*                    COL 16-23 JOB TAG (BLANK ON C)
//*                    COL 24-43 JOB NAME (BLANK ON C)
//*                    COL 44-50 RUNS BILLED
//*                    COL 51-61 ELAPSED SECONDS
//*                    COL 62-70 ELAPSED HOURS 9(7)V99
//*                    COL 71-86 RUN STAMP
//*   TRAILER:         COL 8-14  J AND C RECORDS WRITTEN
//*                    COL 15-21 RUNS BILLED  COL 22-32 ELAPSED SECONDS
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB))
//CHGCARD  DD *
*  MONTH=YYYYMM - NO CARD BILLS THE MONTH BEFORE THE RUN DATE
/*
//JOBTAB   DD DSN=ANDREWJ.TOD.JOBTAB,DISP=SHR
//EVTMAST  DD DSN=ANDREWJ.TOD.EVTMAST,DISP=SHR
//CHGOUT   DD DSN=ANDREWJ.TOD.CHGOUT,DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(CYL,(1,1)),
//         DCB=(BLKSIZE=10000,LRECL=100,RECFM=FB)
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
