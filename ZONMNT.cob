                   ACCESS MODE     IS   DYNAMIC
                   RECORD KEY      IS   JT-JOB-TAG
                   FILE STATUS IS  JOBTAB-STATUS.
           SELECT STEPLOG  ASSIGN  TO                  STEPLOG
                   FILE STATUS IS  STEPLOG-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
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
       77  ZONRULE-STATUS              PIC X(02) VALUE SPACES.
       77  ZONOUT-STATUS               PIC X(02) VALUE SPACES.
       77  JOBTAB-STATUS               PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  TRANS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  APPLIED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  REJECTED-COUNT              PIC 9(07) COMP VALUE ZERO.
           WRITE   LP2                AFTER 2.
           IF      ZONTRAN-STATUS     =         '00'
                   CLOSE   ZONTRAN.
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
           MOVE    'ZONMNT'           TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'TRANS'            TO   SL-COUNT-LABEL(1).
           MOVE    TRANS-READ-COUNT   TO   SL-COUNT-VALUE(1).
           MOVE    'APPLIED'          TO   SL-COUNT-LABEL(2).
           MOVE    APPLIED-COUNT      TO   SL-COUNT-VALUE(2).
           MOVE    'REJECTED'         TO   SL-COUNT-LABEL(3).
           MOVE    REJECTED-COUNT     TO   SL-COUNT-VALUE(3).
           MOVE    'RANGEERR'         TO   SL-COUNT-LABEL(4).
           MOVE    VALID-ERROR-COUNT  TO   SL-COUNT-VALUE(4).
           MOVE    'COVERERR'         TO   SL-COUNT-LABEL(5).
           MOVE    COVER-ERROR-COUNT  TO   SL-COUNT-VALUE(5).
           MOVE    'WRITTEN'          TO   SL-COUNT-LABEL(6).
           MOVE    RULES-WRITTEN-COUNT TO   SL-COUNT-VALUE(6).
           WRITE   STEPLOG-REC.
           CLOSE   STEPLOG.
      *
       9995-EXIT.
           EXIT.
/*
//LKED   EXEC PGM=IEWL,REGION=768K,COND=(5,LT),
// PARM='XREF,LET,LIST,MAP,'
//         UNIT=SYSDA,SPACE=(CYL,(1,1)),
//         DCB=(BLKSIZE=8000,LRECL=80,RECFM=FB)
//JOBTAB   DD DSN=ANDREWJ.TOD.JOBTAB,DISP=SHR
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
