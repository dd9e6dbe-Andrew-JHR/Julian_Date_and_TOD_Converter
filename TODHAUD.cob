           SELECT LPFILE   ASSIGN  TO                  LP2.
           SELECT RUNHIST  ASSIGN  TO                  RUNHIST
                   FILE STATUS IS  RUNHIST-STATUS.
           SELECT STEPLOG  ASSIGN  TO                  STEPLOG
                   FILE STATUS IS  STEPLOG-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
               10  RT-REJECTED         PIC 9(07).
               10  RT-RECORDS-READ     PIC 9(07).
               10  FILLER              PIC X(62).
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
       77  HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  HIST-EOF                          VALUE 'Y'.
       77  RUNHIST-STATUS              PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  RUN-OPEN-SWITCH             PIC X(01) VALUE 'N'.
           88  RUN-OPEN                          VALUE 'Y'.
       77  STAMP-DUP-SWITCH            PIC X(01) VALUE 'N'.
           WRITE   LP2                AFTER 2.
           IF      RUNHIST-STATUS     =         '00'
                   CLOSE   RUNHIST.
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
           MOVE    'TODHAUD'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'READ'             TO   SL-COUNT-LABEL(1).
           MOVE    RECORDS-READ-COUNT TO   SL-COUNT-VALUE(1).
           MOVE    'RUNS'             TO   SL-COUNT-LABEL(2).
           MOVE    RUNS-SEEN-COUNT    TO   SL-COUNT-VALUE(2).
           MOVE    'NOTRAILR'         TO   SL-COUNT-LABEL(3).
           MOVE    NO-TRAILER-COUNT   TO   SL-COUNT-VALUE(3).
           MOVE    'BADCOUNT'         TO   SL-COUNT-LABEL(4).
           MOVE    BAD-COUNT-COUNT    TO   SL-COUNT-VALUE(4).
           MOVE    'DUPSTAMP'         TO   SL-COUNT-LABEL(5).
           MOVE    DUP-STAMP-COUNT    TO   SL-COUNT-VALUE(5).
           MOVE    'STRAY'            TO   SL-COUNT-LABEL(6).
           MOVE    STRAY-REC-COUNT    TO   SL-COUNT-VALUE(6).
           WRITE   STEPLOG-REC.
           CLOSE   STEPLOG.
      *
       9995-EXIT.
           EXIT.
/*
//LKED   EXEC PGM=IEWL,REGION=768K,COND=(5,LT),
// PARM='XREF,LET,LIST,MAP,'
//*   THE SCHEDULE FOR OPERATOR ACTION.
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB))
//RUNHIST  DD DSN=ANDREWJ.TOD.RUNHIST,DISP=SHR
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
