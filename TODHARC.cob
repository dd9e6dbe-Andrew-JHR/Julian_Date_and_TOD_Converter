                   FILE STATUS IS  NEWHIST-STATUS.
           SELECT ARCCARD  ASSIGN  TO                  ARCCARD
                   FILE STATUS IS  ARCCARD-STATUS.
           SELECT STEPLOG  ASSIGN  TO                  STEPLOG
                   FILE STATUS IS  STEPLOG-STATUS.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
       FD  ARCCARD
           LABEL     RECORD  IS OMITTED.
       01  ARCCARD-REC                 PIC X(80).
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
       77  ARCHOUT-STATUS              PIC X(02) VALUE SPACES.
       77  NEWHIST-STATUS              PIC X(02) VALUE SPACES.
       77  ARCCARD-STATUS              PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  RETAIN-SET-SWITCH           PIC X(01) VALUE 'N'.
           88  RETAIN-SET                        VALUE 'Y'.
      *    DISPOSITION OF THE RUN IN PROGRESS - SET AT EACH 'H' RECORD
                   CLOSE   ARCHOUT.
           IF      NEWHIST-STATUS     =         '00'
                   CLOSE   NEWHIST.
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
           MOVE    'TODHARC'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'READ'             TO   SL-COUNT-LABEL(1).
           MOVE    RECORDS-READ-COUNT TO   SL-COUNT-VALUE(1).
           MOVE    'ARCHIVED'         TO   SL-COUNT-LABEL(2).
           MOVE    RECORDS-ARCH-COUNT TO   SL-COUNT-VALUE(2).
           MOVE    'KEPT'             TO   SL-COUNT-LABEL(3).
           MOVE    RECORDS-KEPT-COUNT TO   SL-COUNT-VALUE(3).
           MOVE    'RUNSARCH'         TO   SL-COUNT-LABEL(4).
           MOVE    RUNS-ARCH-COUNT    TO   SL-COUNT-VALUE(4).
           MOVE    'RUNSKEPT'         TO   SL-COUNT-LABEL(5).
           MOVE    RUNS-KEPT-COUNT    TO   SL-COUNT-VALUE(5).
           MOVE    'ORPHANS'          TO   SL-COUNT-LABEL(6).
           MOVE    ORPHAN-COUNT       TO   SL-COUNT-VALUE(6).
           WRITE   STEPLOG-REC.
           CLOSE   STEPLOG.
      *
       9995-EXIT.
           EXIT.
/*
//LKED   EXEC PGM=IEWL,REGION=768K,COND=(5,LT),
// PARM='XREF,LET,LIST,MAP,'
//ARCCARD  DD *
RETAIN=20260801
/*
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
//*   REPLACE THE LIVE HISTORY ONLY WHEN THE PURGE ENDED CLEAN -
//*   RC 8 FROM THE GO STEP LEAVES RUNHIST AS IT WAS.
