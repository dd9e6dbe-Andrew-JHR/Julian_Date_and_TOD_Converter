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
       PROGRAM-ID.                     TODMERG.
      *----------------------------------------------------------------*
      *                                                                *
      *    TODIN MERGE - FRONT END TO TEST1G.  READS THE LOGGER FEED  *
      *    FROM EACH SYSTEM (DDS FEED01 THRU FEED08), STAMPS EVERY    *
      *    RECORD WITH ITS SOURCE SYSTEM ID IN THE SPARE TODIN        *
      *    COLUMNS 27-34, DROPS EXACT DUPLICATES WITHIN AND ACROSS    *
      *    FEEDS, AND WRITES ONE TODIN IN JOB TAG + TOD ORDER SO THE  *
      *    INTERVAL AND START/END ANALYSIS IN TEST1G SEES EACH JOB'S  *
      *    EVENTS IN TIME ORDER.  PER FEED, RECORDS READ RECONCILE    *
      *    TO RECORDS WRITTEN PLUS DUPLICATES DROPPED.                *
      *                                                                *
      *    E N V I R O N M E N T    D I V I S I O N                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SOURCE-COMPUTER.                IBM-4381.
       OBJECT-COMPUTER.                IBM-4381.
      *    THE TOD IS CARRIED AS 16 PRINTABLE HEX DIGITS.  IN THE
      *    NATIVE SEQUENCE THE LETTERS A-F SORT AHEAD OF THE DIGITS,
      *    WHICH IS NOT TIME ORDER - THE MERGE SORTS IN THE ASCII
      *    SEQUENCE, WHERE 0-9 COME BEFORE A-F, SO A HIGHER TOD IS
      *    ALWAYS A LATER EVENT.
       SPECIAL-NAMES.
           ALPHABET HEX-ORDER IS STANDARD-1.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT LPFILE   ASSIGN  TO                  LP2.
           SELECT FEEDCARD ASSIGN  TO                  FEEDCARD
                   FILE STATUS IS  FEEDCARD-STATUS.
           SELECT FEED01   ASSIGN  TO                  FEED01
                   FILE STATUS IS  FEED01-STATUS.
           SELECT FEED02   ASSIGN  TO                  FEED02
                   FILE STATUS IS  FEED02-STATUS.
           SELECT FEED03   ASSIGN  TO                  FEED03
                   FILE STATUS IS  FEED03-STATUS.
           SELECT FEED04   ASSIGN  TO                  FEED04
                   FILE STATUS IS  FEED04-STATUS.
           SELECT FEED05   ASSIGN  TO                  FEED05
                   FILE STATUS IS  FEED05-STATUS.
           SELECT FEED06   ASSIGN  TO                  FEED06
                   FILE STATUS IS  FEED06-STATUS.
           SELECT FEED07   ASSIGN  TO                  FEED07
                   FILE STATUS IS  FEED07-STATUS.
           SELECT FEED08   ASSIGN  TO                  FEED08
                   FILE STATUS IS  FEED08-STATUS.
           SELECT TODOUT   ASSIGN  TO                  TODOUT
                   FILE STATUS IS  TODOUT-STATUS.
           SELECT SORTWK   ASSIGN  TO                  SORTWK01.
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
      *    FEED ASSIGNMENT CARDS, ONE KEYWORD=VALUE PER CARD:
      *        FEEDNN=XXXXXXXX       SOURCE SYSTEM ID STAMPED ON THE
      *                              RECORDS READ FROM DD FEEDNN
      *    A FEED DD WITH NO CARD IS STAMPED WITH ITS OWN DD NAME.  A
      *    FEED NAMED ON A CARD BUT NOT ALLOCATED IS A WARNING (RC 4)
      *    - THAT SYSTEM'S EVENTS ARE MISSING FROM THE MERGE.  BLANK
      *    CARDS AND CARDS WITH * IN COLUMN 1 ARE COMMENTS.
       FD  FEEDCARD
           LABEL     RECORD  IS OMITTED.
       01  FEEDCARD-REC                PIC X(80).
      *    ONE LOGGER FEED PER DD, EACH IN THE TODIN LAYOUT.  AN UNUSED
      *    DD IS SIMPLY LEFT OUT OF THE STEP.
       FD  FEED01
           LABEL     RECORD  IS OMITTED.
       01  FEED01-REC                  PIC X(80).
       FD  FEED02
           LABEL     RECORD  IS OMITTED.
       01  FEED02-REC                  PIC X(80).
       FD  FEED03
           LABEL     RECORD  IS OMITTED.
       01  FEED03-REC                  PIC X(80).
       FD  FEED04
           LABEL     RECORD  IS OMITTED.
       01  FEED04-REC                  PIC X(80).
       FD  FEED05
           LABEL     RECORD  IS OMITTED.
       01  FEED05-REC                  PIC X(80).
       FD  FEED06
           LABEL     RECORD  IS OMITTED.
       01  FEED06-REC                  PIC X(80).
       FD  FEED07
           LABEL     RECORD  IS OMITTED.
       01  FEED07-REC                  PIC X(80).
       FD  FEED08
           LABEL     RECORD  IS OMITTED.
       01  FEED08-REC                  PIC X(80).
      *    THE MERGED TODIN, AS READ BY TEST1G.
       FD  TODOUT
           LABEL     RECORD  IS OMITTED.
       01  TODOUT-REC                  PIC X(80).
      *    SORT RECORD - THE STAMPED TODIN RECORD PLUS THE FEED IT CAME
      *    FROM.  THE KEYS RUN TAG, TOD, THEN THE REST OF THE RECORD
      *    (LESS THE STAMP) SO EXACT DUPLICATES COME OUT ADJACENT, AND
      *    LAST THE FEED NUMBER SO THE LOWEST-NUMBERED FEED'S COPY IS
      *    THE ONE KEPT.
       SD  SORTWK.
       01  SORT-REC.
           05  SR-TODIN-REC.
               10  SR-JOB-TAG          PIC X(08).
               10  SR-TOD              PIC X(16).
               10  SR-DIR-TYPE         PIC X(02).
               10  SR-SOURCE-SYSTEM    PIC X(08).
               10  SR-REST             PIC X(46).
           05  SR-FEED-NUM             PIC 9(02).
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
       77  FEED-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  FEED-EOF                          VALUE 'Y'.
       77  SORT-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  SORT-EOF                          VALUE 'Y'.
       77  MERGE-ERROR-SWITCH          PIC X(01) VALUE 'N'.
           88  MERGE-ERROR                       VALUE 'Y'.
       77  FEED-MISSING-SWITCH         PIC X(01) VALUE 'N'.
           88  FEED-MISSING                      VALUE 'Y'.
       77  PREV-SET-SWITCH             PIC X(01) VALUE 'N'.
           88  PREV-SET                          VALUE 'Y'.
       77  FEEDCARD-STATUS             PIC X(02) VALUE SPACES.
       77  TODOUT-STATUS               PIC X(02) VALUE SPACES.
       77  STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  FEED-IDX                    PIC 9(04) COMP VALUE ZERO.
       77  FEED-HIT                    PIC 9(04) COMP VALUE ZERO.
       77  FEEDS-OPEN-COUNT            PIC 9(04) COMP VALUE ZERO.
       77  TOTAL-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-WRITTEN-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-DUP-IN-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-DUP-ACROSS-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  OUT-COUNT                   PIC 9(07) COMP VALUE ZERO.
      *    ONE STATUS PER FEED DD - REDEFINED AS A TABLE SO THE READ
      *    LOOP CAN TEST THE CURRENT FEED'S STATUS BY SUBSCRIPT.
       01  FEED-STATUS-AREA.
           05  FEED01-STATUS           PIC X(02) VALUE SPACES.
           05  FEED02-STATUS           PIC X(02) VALUE SPACES.
           05  FEED03-STATUS           PIC X(02) VALUE SPACES.
           05  FEED04-STATUS           PIC X(02) VALUE SPACES.
           05  FEED05-STATUS           PIC X(02) VALUE SPACES.
           05  FEED06-STATUS           PIC X(02) VALUE SPACES.
           05  FEED07-STATUS           PIC X(02) VALUE SPACES.
           05  FEED08-STATUS           PIC X(02) VALUE SPACES.
       01  FEED-STATUS-TABLE  REDEFINES FEED-STATUS-AREA.
           05  FEED-STATUS             PIC X(02) OCCURS 8.
       01  FEED-DD-NAME-AREA.
           05  FILLER                  PIC X(24)
                   VALUE 'FEED01FEED02FEED03FEED04'.
           05  FILLER                  PIC X(24)
                   VALUE 'FEED05FEED06FEED07FEED08'.
       01  FEED-DD-NAME-TABLE REDEFINES FEED-DD-NAME-AREA.
           05  FEED-DD-NAME            PIC X(06) OCCURS 8.
      *    PER-FEED SOURCE ID, STATE, AND COUNTS.  STATE IS BLANK
      *    UNTIL THE OPEN IS TRIED, THEN M (MERGED) OR U (UNALLOCATED
      *    OR UNREADABLE).
       01  FEED-TABLE.
           05  FEED-MAX                PIC 9(04) COMP VALUE 0008.
           05  FEED-ENTRY OCCURS 8.
               10  FT-SOURCE-ID        PIC X(08).
               10  FT-NAMED-SWITCH     PIC X(01).
               10  FT-STATE            PIC X(01).
               10  FT-OPEN-STATUS      PIC X(02).
               10  FT-READ-COUNT       PIC 9(07) COMP.
               10  FT-WRITTEN-COUNT    PIC 9(07) COMP.
               10  FT-DUP-IN-COUNT     PIC 9(07) COMP.
               10  FT-DUP-ACROSS-COUNT PIC 9(07) COMP.
      *    THE FEED RECORD UNDER STAMPING - TODIN LAYOUT AS READ BY
      *    TEST1G.  KEEP IN STEP WITH THE TODIN FD THERE.
       01  FEED-WORK-REC.
           05  FW-JOB-TAG              PIC X(08).
           05  FW-TOD                  PIC X(16).
           05  FW-DIRECTION            PIC X(01).
           05  FW-EVENT-TYPE           PIC X(01).
           05  FW-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(46).
      *    THE LAST RECORD WRITTEN, LESS ITS STAMP - THE NEXT SORTED
      *    RECORD IS AN EXACT DUPLICATE WHEN IT MATCHES THIS.
       01  PREV-MATCH-AREA.
           05  PREV-JOB-TAG            PIC X(08) VALUE SPACES.
           05  PREV-TOD                PIC X(16) VALUE SPACES.
           05  PREV-DIR-TYPE           PIC X(02) VALUE SPACES.
           05  PREV-REST               PIC X(46) VALUE SPACES.
       77  PREV-FEED-NUM               PIC 9(02) VALUE ZERO.
       01  COUNT-ED                    PIC ZZZZZZ9.
       01  CARD-KEYWORD                PIC X(08) VALUE SPACES.
       01  CARD-VALUE                  PIC X(71) VALUE SPACES.
       01  RUN-DATE                    PIC 9(08).
       01  RUN-TIME                    PIC 9(08).
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E   D I V I S I O N                         *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       0000-MAINLINE-S.
           PERFORM 1000-INIT-S          THRU  1000-EXIT.
           IF      NOT MERGE-ERROR
                   PERFORM 1500-MERGE-S THRU  1500-EXIT.
           PERFORM 9999-TERMINATE-S     THRU  9999-EXIT.
           STOP    RUN.
      *
       1000-INIT-S.
           OPEN    OUTPUT                   LPFILE.
           ACCEPT   RUN-DATE    FROM DATE YYYYMMDD.
           ACCEPT   RUN-TIME    FROM TIME.
           MOVE    SPACES         TO        LP2.
           STRING  'TODMERG - TODIN FEED MERGE RUN'
                   '  DATE: ' RUN-DATE
                   '  TIME: ' RUN-TIME
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2            AFTER PAGE.
           PERFORM 1050-INIT-FEED-S   THRU  1050-EXIT
                   VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-MAX.
           PERFORM 1100-READ-CARDS-S  THRU  1100-EXIT.
           PERFORM 1300-OPEN-FEED-S   THRU  1300-EXIT
                   VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-MAX.
           IF      FEEDS-OPEN-COUNT   =         ZERO
                   MOVE    SPACES     TO        LP2
                   MOVE    'NO FEED DD COULD BE OPENED - NOTHING MERGED'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        MERGE-ERROR-SWITCH
                   GO TO   1000-EXIT.
           OPEN    OUTPUT             TODOUT.
           IF      TODOUT-STATUS      NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'UNABLE TO OPEN TODOUT - FILE STATUS: '
                           TODOUT-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        MERGE-ERROR-SWITCH.
      *
       1000-EXIT.
           EXIT.
      *
       1050-INIT-FEED-S.
           MOVE    FEED-DD-NAME(FEED-IDX)  TO   FT-SOURCE-ID(FEED-IDX).
           MOVE    'N'                TO   FT-NAMED-SWITCH(FEED-IDX).
           MOVE    SPACES             TO   FT-STATE(FEED-IDX).
           MOVE    SPACES             TO   FT-OPEN-STATUS(FEED-IDX).
           MOVE    ZERO               TO   FT-READ-COUNT(FEED-IDX).
           MOVE    ZERO               TO   FT-WRITTEN-COUNT(FEED-IDX).
           MOVE    ZERO               TO   FT-DUP-IN-COUNT(FEED-IDX).
           MOVE    ZERO               TO
                   FT-DUP-ACROSS-COUNT(FEED-IDX).
      *
       1050-EXIT.
           EXIT.
      *
       1100-READ-CARDS-S.
           OPEN    INPUT              FEEDCARD.
           IF      FEEDCARD-STATUS    NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   MOVE    'NO FEED CARDS - FEEDS STAMPED WITH DD NAME'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
                   GO TO   1100-EXIT.
           PERFORM 1200-PARSE-CARD-S  THRU  1200-EXIT
                   UNTIL CARD-EOF.
           CLOSE   FEEDCARD.
      *
       1100-EXIT.
           EXIT.
      *
       1200-PARSE-CARD-S.
           READ    FEEDCARD
                   AT END
                   MOVE    'Y'        TO        CARD-EOF-SWITCH
                   GO TO   1200-EXIT.
           IF      FEEDCARD-STATUS    NOT =     '00'
                   MOVE    'Y'        TO        CARD-EOF-SWITCH
                   GO TO   1200-EXIT.
           IF      FEEDCARD-REC       =         SPACES
               OR  FEEDCARD-REC(1:1)  =         '*'
                   GO TO   1200-EXIT.
           MOVE    SPACES             TO        LP2.
           STRING  'CONTROL: ' FEEDCARD-REC(1:70)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
           MOVE    SPACES             TO        CARD-KEYWORD.
           MOVE    SPACES             TO        CARD-VALUE.
           UNSTRING FEEDCARD-REC DELIMITED BY '='
                   INTO CARD-KEYWORD CARD-VALUE.
           MOVE    ZERO               TO        FEED-HIT.
           PERFORM 1250-FIND-FEED-S   THRU  1250-EXIT
                   VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-MAX
                   OR FEED-HIT > ZERO.
      *    THE SOURCE ID IS AT MOST 8 CHARACTERS AND MAY NOT BE BLANK
      *    - A LONGER VALUE WOULD BE CUT SHORT ON EVERY RECORD.
           IF      FEED-HIT           =         ZERO
               OR  CARD-VALUE(1:8)    =         SPACES
               OR  CARD-VALUE(9:1)    NOT =     SPACE
                   PERFORM 1280-BAD-CARD-S  THRU  1280-EXIT
                   GO TO   1200-EXIT.
           MOVE    CARD-VALUE(1:8)    TO   FT-SOURCE-ID(FEED-HIT).
           MOVE    'Y'                TO   FT-NAMED-SWITCH(FEED-HIT).
      *
       1200-EXIT.
           EXIT.
      *
       1250-FIND-FEED-S.
           IF      FEED-DD-NAME(FEED-IDX)  =    CARD-KEYWORD
                   MOVE    FEED-IDX   TO        FEED-HIT.
      *
       1250-EXIT.
           EXIT.
      *
       1280-BAD-CARD-S.
           MOVE    SPACES             TO        LP2.
           STRING  'INVALID FEED CARD IGNORED: '
                   FEEDCARD-REC(1:40)
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       1280-EXIT.
           EXIT.
      *
      *    AN UNALLOCATED DD FAILS THE OPEN AND IS LEFT OUT OF THE
      *    MERGE.  THAT IS ONLY WORTH A WARNING WHEN A FEED CARD SAID
      *    THE SYSTEM WAS EXPECTED.
       1300-OPEN-FEED-S.
           EVALUATE FEED-IDX
               WHEN 1
                   OPEN    INPUT      FEED01
               WHEN 2
                   OPEN    INPUT      FEED02
               WHEN 3
                   OPEN    INPUT      FEED03
               WHEN 4
                   OPEN    INPUT      FEED04
               WHEN 5
                   OPEN    INPUT      FEED05
               WHEN 6
                   OPEN    INPUT      FEED06
               WHEN 7
                   OPEN    INPUT      FEED07
               WHEN 8
                   OPEN    INPUT      FEED08
           END-EVALUATE.
           MOVE    FEED-STATUS(FEED-IDX)  TO   FT-OPEN-STATUS(FEED-IDX).
           IF      FEED-STATUS(FEED-IDX)   =    '00'
                   MOVE    'M'        TO        FT-STATE(FEED-IDX)
                   ADD     1          TO        FEEDS-OPEN-COUNT
                   GO TO   1300-EXIT.
           MOVE    'U'                TO        FT-STATE(FEED-IDX).
           IF      FT-NAMED-SWITCH(FEED-IDX)    =    'Y'
                   MOVE    'Y'        TO        FEED-MISSING-SWITCH
                   MOVE    SPACES     TO        LP2
                   STRING  'FEED ' FEED-DD-NAME(FEED-IDX)
                           ' (' FT-SOURCE-ID(FEED-IDX) ') NOT '
                           'AVAILABLE - FILE STATUS: '
                           FEED-STATUS(FEED-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1.
      *
       1300-EXIT.
           EXIT.
      *
      *    THE SORT DOES THE MERGE - EVERY OPEN FEED IS RELEASED TO IT
      *    STAMPED, AND THE SORTED STREAM COMES BACK THROUGH THE
      *    DUPLICATE CHECK ON ITS WAY TO TODOUT.
       1500-MERGE-S.
           SORT    SORTWK
                   ON ASCENDING KEY SR-JOB-TAG
                                    SR-TOD
                                    SR-DIR-TYPE
                                    SR-REST
                                    SR-FEED-NUM
                   COLLATING SEQUENCE IS HEX-ORDER
                   INPUT  PROCEDURE IS 2000-READ-FEEDS-S
                                  THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-TODIN-S
                                  THRU 3000-EXIT.
           IF      SORT-RETURN        NOT =     ZERO
                   MOVE    SPACES     TO        LP2
                   MOVE    'SORT FAILED - TODOUT IS INCOMPLETE'
                                      TO        LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        MERGE-ERROR-SWITCH.
      *
       1500-EXIT.
           EXIT.
      *
       2000-READ-FEEDS-S.
           PERFORM 2100-READ-FEED-S   THRU  2100-EXIT
                   VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-MAX.
      *
       2000-EXIT.
           EXIT.
      *
       2100-READ-FEED-S.
           IF      FT-STATE(FEED-IDX) NOT =     'M'
                   GO TO   2100-EXIT.
           MOVE    'N'                TO        FEED-EOF-SWITCH.
           PERFORM 2200-RELEASE-REC-S THRU  2200-EXIT
                   UNTIL FEED-EOF.
           EVALUATE FEED-IDX
               WHEN 1
                   CLOSE   FEED01
               WHEN 2
                   CLOSE   FEED02
               WHEN 3
                   CLOSE   FEED03
               WHEN 4
                   CLOSE   FEED04
               WHEN 5
                   CLOSE   FEED05
               WHEN 6
                   CLOSE   FEED06
               WHEN 7
                   CLOSE   FEED07
               WHEN 8
                   CLOSE   FEED08
           END-EVALUATE.
      *
       2100-EXIT.
           EXIT.
      *
      *    STATUS '10' IS END OF THE FEED; ANYTHING ELSE BUT '00' IS A
      *    READ ERROR AND ENDS THAT FEED WITH THE RUN FLAGGED.
       2200-RELEASE-REC-S.
           EVALUATE FEED-IDX
               WHEN 1
                   READ    FEED01     INTO      FEED-WORK-REC
               WHEN 2
                   READ    FEED02     INTO      FEED-WORK-REC
               WHEN 3
                   READ    FEED03     INTO      FEED-WORK-REC
               WHEN 4
                   READ    FEED04     INTO      FEED-WORK-REC
               WHEN 5
                   READ    FEED05     INTO      FEED-WORK-REC
               WHEN 6
                   READ    FEED06     INTO      FEED-WORK-REC
               WHEN 7
                   READ    FEED07     INTO      FEED-WORK-REC
               WHEN 8
                   READ    FEED08     INTO      FEED-WORK-REC
           END-EVALUATE.
           IF      FEED-STATUS(FEED-IDX)   =    '10'
                   MOVE    'Y'        TO        FEED-EOF-SWITCH
                   GO TO   2200-EXIT.
           IF      FEED-STATUS(FEED-IDX)   NOT = '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'FEED ' FEED-DD-NAME(FEED-IDX)
                           ' READ ERROR - FILE STATUS: '
                           FEED-STATUS(FEED-IDX)
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        MERGE-ERROR-SWITCH
                   MOVE    'Y'        TO        FEED-EOF-SWITCH
                   GO TO   2200-EXIT.
           ADD     1                  TO   FT-READ-COUNT(FEED-IDX).
           MOVE    FT-SOURCE-ID(FEED-IDX)  TO   FW-SOURCE-SYSTEM.
           MOVE    FEED-WORK-REC      TO        SR-TODIN-REC.
           MOVE    FEED-IDX           TO        SR-FEED-NUM.
           RELEASE SORT-REC.
      *
       2200-EXIT.
           EXIT.
      *
       3000-WRITE-TODIN-S.
           PERFORM 3100-RETURN-REC-S  THRU  3100-EXIT
                   UNTIL SORT-EOF.
      *
       3000-EXIT.
           EXIT.
      *
      *    A RECORD MATCHING THE LAST ONE WRITTEN IN EVERYTHING BUT THE
      *    SOURCE STAMP IS AN EXACT DUPLICATE AND IS DROPPED - COUNTED
      *    AGAINST ITS OWN FEED, AS IN-FEED WHEN THAT FEED ALSO
      *    SUPPLIED THE COPY KEPT, OTHERWISE AS ACROSS-FEED.
       3100-RETURN-REC-S.
           RETURN  SORTWK
                   AT END
                   MOVE    'Y'        TO        SORT-EOF-SWITCH
                   GO TO   3100-EXIT.
           MOVE    SR-FEED-NUM        TO        FEED-IDX.
           IF      PREV-SET
               AND SR-JOB-TAG         =         PREV-JOB-TAG
               AND SR-TOD             =         PREV-TOD
               AND SR-DIR-TYPE        =         PREV-DIR-TYPE
               AND SR-REST            =         PREV-REST
                   PERFORM 3200-DROP-DUP-S    THRU  3200-EXIT
                   GO TO   3100-EXIT.
           IF      MERGE-ERROR
                   GO TO   3100-EXIT.
           MOVE    SR-TODIN-REC       TO        TODOUT-REC.
           WRITE   TODOUT-REC.
           IF      TODOUT-STATUS      NOT =     '00'
                   MOVE    SPACES     TO        LP2
                   STRING  'TODOUT WRITE ERROR - FILE STATUS: '
                           TODOUT-STATUS
                           DELIMITED BY SIZE INTO LP2
                   WRITE   LP2        AFTER 1
                   MOVE    'Y'        TO        MERGE-ERROR-SWITCH
                   GO TO   3100-EXIT.
           ADD     1                  TO        OUT-COUNT.
           ADD     1                  TO   FT-WRITTEN-COUNT(FEED-IDX).
           MOVE    SR-JOB-TAG         TO        PREV-JOB-TAG.
           MOVE    SR-TOD             TO        PREV-TOD.
           MOVE    SR-DIR-TYPE        TO        PREV-DIR-TYPE.
           MOVE    SR-REST            TO        PREV-REST.
           MOVE    SR-FEED-NUM        TO        PREV-FEED-NUM.
           MOVE    'Y'                TO        PREV-SET-SWITCH.
      *
       3100-EXIT.
           EXIT.
      *
       3200-DROP-DUP-S.
           IF      SR-FEED-NUM        =         PREV-FEED-NUM
                   ADD     1          TO   FT-DUP-IN-COUNT(FEED-IDX)
           ELSE
                   ADD     1          TO
                           FT-DUP-ACROSS-COUNT(FEED-IDX).
           MOVE    SPACES             TO        LP2.
           STRING  'DUPLICATE DROPPED - FEED: ' FEED-DD-NAME(FEED-IDX)
                   '  SOURCE: ' SR-SOURCE-SYSTEM
                   '  TAG: ' SR-JOB-TAG
                   '  TOD: ' SR-TOD
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 1.
      *
       3200-EXIT.
           EXIT.
      *
      *    ONE LINE PER FEED DD, THEN THE TOTALS.  EACH MERGED FEED
      *    MUST SHOW READ = WRITTEN + DUPLICATES, AND THE WRITTEN
      *    COLUMN MUST FOOT TO THE RECORDS ACTUALLY PUT ON TODOUT.
       9999-TERMINATE-S.
           MOVE    SPACES             TO        LP2.
           MOVE    'FEED COUNTS' TO   LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           MOVE    'FEED    SOURCE    STATE          READ  WRITTEN'
                                      TO        LP2(1:48).
           MOVE    'DUP IN FEED  DUP ACROSS  BALANCE'
                                      TO        LP2(51:32).
           WRITE   LP2                AFTER 2.
           PERFORM 9100-WRITE-FEED-LINE-S  THRU  9100-EXIT
                   VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-MAX.
           MOVE    SPACES             TO        LP2.
           MOVE    'TOTAL'            TO        LP2(1:5).
           MOVE    TOTAL-READ-COUNT   TO        COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(34:7).
           MOVE    TOTAL-WRITTEN-COUNT TO       COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(42:7).
           MOVE    TOTAL-DUP-IN-COUNT TO        COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(55:7).
           MOVE    TOTAL-DUP-ACROSS-COUNT  TO   COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(67:7).
           WRITE   LP2                AFTER 2.
           MOVE    OUT-COUNT          TO        COUNT-ED.
           MOVE    SPACES             TO        LP2.
           STRING  'RECORDS WRITTEN TO TODOUT: ' COUNT-ED
                   DELIMITED BY SIZE INTO LP2.
           WRITE   LP2                AFTER 2.
           MOVE    SPACES             TO        LP2.
           IF      TOTAL-READ-COUNT   =         TOTAL-WRITTEN-COUNT
                   + TOTAL-DUP-IN-COUNT + TOTAL-DUP-ACROSS-COUNT
               AND TOTAL-WRITTEN-COUNT =        OUT-COUNT
                   MOVE    '  TOTALS IN BALANCE'       TO   LP2
           ELSE
                   MOVE    '  *** TOTALS OUT OF BALANCE ***'  TO  LP2
                   MOVE    'Y'        TO        MERGE-ERROR-SWITCH.
           WRITE   LP2                AFTER 1.
           IF      MERGE-ERROR
                   MOVE    8          TO        RETURN-CODE
           ELSE
           IF      FEED-MISSING
                   MOVE    4          TO        RETURN-CODE
           ELSE
                   MOVE    ZERO       TO        RETURN-CODE.
           IF      TODOUT-STATUS      =         '00'
                   CLOSE   TODOUT.
           PERFORM 9995-WRITE-STEPLOG-S  THRU  9995-EXIT.
           CLOSE   LPFILE.
      *
       9999-EXIT.
           EXIT.
      *
       9100-WRITE-FEED-LINE-S.
           IF      FT-STATE(FEED-IDX) =         SPACES
                   GO TO   9100-EXIT.
           IF      FT-STATE(FEED-IDX) =         'U'
               AND FT-NAMED-SWITCH(FEED-IDX)    NOT =     'Y'
                   GO TO   9100-EXIT.
           ADD     FT-READ-COUNT(FEED-IDX)     TO   TOTAL-READ-COUNT.
           ADD     FT-WRITTEN-COUNT(FEED-IDX)  TO   TOTAL-WRITTEN-COUNT.
           ADD     FT-DUP-IN-COUNT(FEED-IDX)   TO   TOTAL-DUP-IN-COUNT.
           ADD     FT-DUP-ACROSS-COUNT(FEED-IDX)
                                      TO        TOTAL-DUP-ACROSS-COUNT.
           MOVE    SPACES             TO        LP2.
           MOVE    FEED-DD-NAME(FEED-IDX)      TO   LP2(1:6).
           MOVE    FT-SOURCE-ID(FEED-IDX)      TO   LP2(9:8).
           IF      FT-STATE(FEED-IDX) =         'M'
                   MOVE    'MERGED'   TO        LP2(19:6)
           ELSE
                   MOVE    'MISSING ' TO        LP2(19:8)
                   MOVE    FT-OPEN-STATUS(FEED-IDX) TO LP2(27:2).
           MOVE    FT-READ-COUNT(FEED-IDX)     TO   COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(34:7).
           MOVE    FT-WRITTEN-COUNT(FEED-IDX)  TO   COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(42:7).
           MOVE    FT-DUP-IN-COUNT(FEED-IDX)   TO   COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(55:7).
           MOVE    FT-DUP-ACROSS-COUNT(FEED-IDX)    TO   COUNT-ED.
           MOVE    COUNT-ED           TO        LP2(67:7).
           IF      FT-READ-COUNT(FEED-IDX)     =
                   FT-WRITTEN-COUNT(FEED-IDX)
                   + FT-DUP-IN-COUNT(FEED-IDX)
                   + FT-DUP-ACROSS-COUNT(FEED-IDX)
                   MOVE    'OK'       TO        LP2(77:2)
           ELSE
                   MOVE    '***'      TO        LP2(77:3)
                   MOVE    'Y'        TO        MERGE-ERROR-SWITCH.
           WRITE   LP2                AFTER 1.
      *
       9100-EXIT.
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
           MOVE    'TODMERG'          TO        SL-PROGRAM.
           MOVE    RUN-DATE           TO        SL-RUN-DATE.
           MOVE    RUN-TIME           TO        SL-RUN-TIME.
           MOVE    RETURN-CODE        TO        SL-RETURN-CODE.
           MOVE    'FEEDS'            TO   SL-COUNT-LABEL(1).
           MOVE    FEEDS-OPEN-COUNT   TO   SL-COUNT-VALUE(1).
           MOVE    'READ'             TO   SL-COUNT-LABEL(2).
           MOVE    TOTAL-READ-COUNT   TO   SL-COUNT-VALUE(2).
           MOVE    'WRITTEN'          TO   SL-COUNT-LABEL(3).
           MOVE    TOTAL-WRITTEN-COUNT TO   SL-COUNT-VALUE(3).
           MOVE    'DUPIN'            TO   SL-COUNT-LABEL(4).
           MOVE    TOTAL-DUP-IN-COUNT TO   SL-COUNT-VALUE(4).
           MOVE    'DUPACROS'         TO   SL-COUNT-LABEL(5).
           MOVE    TOTAL-DUP-ACROSS-COUNT TO   SL-COUNT-VALUE(5).
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
//*   RUN AHEAD OF TEST1G - TODOUT BECOMES THE DAY'S TODIN.  RC 4
//*   MEANS A FEED NAMED ON A FEEDCARD WAS NOT THERE (THAT SYSTEM'S
//*   EVENTS ARE MISSING); RC 8 MEANS AN I-O OR SORT FAILURE OR AN
//*   OUT-OF-BALANCE COUNT - DO NOT RUN TEST1G ON THE OUTPUT.
//GO       EXEC  PGM=*.LKED.SYSLMOD,COND=((5,LT,LKED),(5,LT,COB))
//*   ONE LOGGER FEED PER DD, FEED01 THRU FEED08, IN TODIN LAYOUT.
//*   LEAVE UNUSED DDS OUT OF THE STEP.
//FEED01   DD DSN=ANDREWJ.TOD.FEED.SYSA,DISP=SHR
//FEED02   DD DSN=ANDREWJ.TOD.FEED.SYSB,DISP=SHR
//FEED03   DD DSN=ANDREWJ.TOD.FEED.SYSC,DISP=SHR
//*   FEED CARDS:
//*       FEEDNN=XXXXXXXX   SOURCE SYSTEM ID STAMPED IN TODIN COLUMNS
//*                         27-34 FOR RECORDS FROM DD FEEDNN (A FEED
//*                         WITHOUT A CARD IS STAMPED WITH ITS DD NAME)
//FEEDCARD DD *
FEED01=SYSA
FEED02=SYSB
FEED03=SYSC
/*
//TODOUT   DD DSN=ANDREWJ.TOD.INPUT,DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(CYL,(1,1)),
//         DCB=(BLKSIZE=8000,LRECL=80,RECFM=FB)
//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(5,5))
//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(5,5))
//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(5,5))
//SYSOUT   DD SYSOUT=*
//STEPLOG  DD DSN=ANDREWJ.TOD.STEPLOG,DISP=MOD
//LP2      DD SYSOUT=*
