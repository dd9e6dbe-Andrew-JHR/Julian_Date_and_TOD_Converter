//ANDREWJA JOB  CLASS=A,MSGCLASS=X,NOTIFY=&SYSUID
//*
//TRN    EXEC PGM=DFHECP1$,REGION=1024K,PARM='COBOL3,APOST,SP'
//STEPLIB  DD DSN=CICSTS.CICS.SDFHLOAD,DISP=SHR
//SYSPUNCH DD DSN=&&SYSCIN,DISP=(,PASS),UNIT=SYSDA,
//            DCB=BLKSIZE=400,SPACE=(400,(400,100))
//SYSPRINT DD SYSOUT=*
//SYSIN    DD    *
       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     TODCINQ.
      *----------------------------------------------------------------*
      *                                                                *
      *    TODI ONLINE INQUIRY - PSEUDO-CONVERSATIONAL CICS PROGRAM   *
      *    OVER THE TODMAP MAPSET.  TWO SCREENS:                      *
      *      TODBRW - BROWSES EVTMAST FOR ONE JOB TAG FROM A GMT      *
      *               START DATE, TWELVE EVENTS A PAGE, SHOWING THE   *
      *               GMT, LOCAL AND JULIAN TIMES AS LOADED.  PF8     *
      *               PAGES FORWARD, PF7 BACK.                        *
      *      TODCNV - CONVERTS A 16-DIGIT TOD TO GMT AND LOCAL TIME,  *
      *               OR A LOCAL TIMESTAMP PLUS ZONE CODE TO A TOD.   *
      *    PF4 SWITCHES SCREENS, PF3 OR CLEAR ENDS THE TRANSACTION.   *
      *    THE CONVERSION SCREEN RUNS TEST1G'S OWN STCKCONV CALL,     *
      *    ZONRULE/DEFAULT-OFFSET AND LEAP-SECOND PARAGRAPHS, CARRIED *
      *    OVER UNCHANGED, SO AN ONLINE ANSWER ALWAYS MATCHES A       *
      *    TEST1G PARM= RUN FOR THE SAME VALUE.                       *
      *                                                                *
      *    E N V I R O N M E N T    D I V I S I O N                    *
      *                                                                *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SOURCE-COMPUTER.                IBM-4381.
       OBJECT-COMPUTER.                IBM-4381.
      *----------------------------------------------------------------*
      *                                                                *
      *    D A T A   D I V I S I O N                                   *
      *                                                                *
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       WORKING-STORAGE                 SECTION.
      *    RECORD LAYOUT AS WRITTEN BY EVTLOAD - KEEP IN STEP WITH THE
      *    EVTMAST FD THERE.  EVTMAST IS DEFINED TO CICS AS FILE
      *    EVTMAST (THE BATCH KSDS), BROWSE AND READ ONLY.
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
      *    ZONRULE FD THERE.  CICS FILE ZONRULE IS AN ESDS COPY OF
      *    THE SEQUENTIAL DATASET, SO IT IS READ IN THE SAME ORDER.
       01  ZONRULE-REC.
           05  ZR-ZONE-CODE            PIC X(04).
           05  ZR-START-DATE           PIC X(08).
           05  ZR-END-DATE             PIC X(08).
           05  ZR-OFFSET-SIGN          PIC X(01).
           05  ZR-OFFSET-HOURS         PIC 9(02).
           05  ZR-OFFSET-MINUTES       PIC 9(02).
           05  FILLER                  PIC X(55).
      *    RECORD LAYOUT AS READ BY TEST1G - KEEP IN STEP WITH THE
      *    LEAPSEC FD THERE.  CICS FILE LEAPSEC IS AN ESDS COPY OF
      *    THE SEQUENTIAL DATASET, COMMENT CARDS INCLUDED.
       01  LEAPSEC-REC.
           05  LS-EFFECTIVE-TOD        PIC X(16).
           05  LS-LEAP-SECONDS         PIC X(02).
           05  LS-EFFECTIVE-UTC        PIC X(14).
           05  FILLER                  PIC X(48).
      *    CARRIED FROM ONE TASK TO THE NEXT.  THE FIRST AND LAST KEYS
      *    OF THE PAGE ON DISPLAY ANCHOR PF7 AND PF8.
       01  TODI-COMMAREA.
           05  CA-SCREEN               PIC X(01) VALUE 'B'.
               88  CA-BROWSE-SCREEN              VALUE 'B'.
               88  CA-CONVERT-SCREEN             VALUE 'C'.
           05  CA-JOB-TAG              PIC X(08) VALUE SPACES.
           05  CA-START-DATE           PIC X(08) VALUE SPACES.
           05  CA-FIRST-KEY            PIC X(22) VALUE SPACES.
           05  CA-LAST-KEY             PIC X(22) VALUE SPACES.
           05  CA-MORE-SWITCH          PIC X(01) VALUE 'N'.
               88  CA-MORE-FORWARD               VALUE 'Y'.
      *    SYMBOLIC MAP AS GENERATED FROM THE TODMAP BMS SOURCE - KEEP
      *    IN STEP WITH THE DFHMDF MACROS THERE.
       01  TODBRWI.
           05  FILLER                  PIC X(12).
           05  BTAGL                   PIC S9(04) COMP.
           05  BTAGF                   PIC X(01).
           05  FILLER REDEFINES BTAGF.
               10  BTAGA               PIC X(01).
           05  BTAGI                   PIC X(08).
           05  BDATEL                  PIC S9(04) COMP.
           05  BDATEF                  PIC X(01).
           05  FILLER REDEFINES BDATEF.
               10  BDATEA              PIC X(01).
           05  BDATEI                  PIC X(08).
           05  BJNAMEL                 PIC S9(04) COMP.
           05  BJNAMEF                 PIC X(01).
           05  FILLER REDEFINES BJNAMEF.
               10  BJNAMEA             PIC X(01).
           05  BJNAMEI                 PIC X(20).
           05  BLINED OCCURS 12.
               10  BLINEL              PIC S9(04) COMP.
               10  BLINEF              PIC X(01).
               10  BLINEI              PIC X(79).
           05  BMSGL                   PIC S9(04) COMP.
           05  BMSGF                   PIC X(01).
           05  FILLER REDEFINES BMSGF.
               10  BMSGA               PIC X(01).
           05  BMSGI                   PIC X(78).
       01  TODBRWO REDEFINES TODBRWI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  BTAGO                   PIC X(08).
           05  FILLER                  PIC X(03).
           05  BDATEO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  BJNAMEO                 PIC X(20).
           05  BLINEG OCCURS 12.
               10  FILLER              PIC X(02).
               10  BLINEA              PIC X(01).
               10  BLINEO              PIC X(79).
           05  FILLER                  PIC X(03).
           05  BMSGO                   PIC X(78).
       01  TODCNVI.
           05  FILLER                  PIC X(12).
           05  CTODL                   PIC S9(04) COMP.
           05  CTODF                   PIC X(01).
           05  FILLER REDEFINES CTODF.
               10  CTODA               PIC X(01).
           05  CTODI                   PIC X(16).
           05  CLOCALL                 PIC S9(04) COMP.
           05  CLOCALF                 PIC X(01).
           05  FILLER REDEFINES CLOCALF.
               10  CLOCALA             PIC X(01).
           05  CLOCALI                 PIC X(14).
           05  CZONEL                  PIC S9(04) COMP.
           05  CZONEF                  PIC X(01).
           05  FILLER REDEFINES CZONEF.
               10  CZONEA              PIC X(01).
           05  CZONEI                  PIC X(04).
           05  CRTODL                  PIC S9(04) COMP.
           05  CRTODF                  PIC X(01).
           05  FILLER REDEFINES CRTODF.
               10  CRTODA              PIC X(01).
           05  CRTODI                  PIC X(16).
           05  CRGMTL                  PIC S9(04) COMP.
           05  CRGMTF                  PIC X(01).
           05  FILLER REDEFINES CRGMTF.
               10  CRGMTA              PIC X(01).
           05  CRGMTI                  PIC X(17).
           05  CRLOCL                  PIC S9(04) COMP.
           05  CRLOCF                  PIC X(01).
           05  FILLER REDEFINES CRLOCF.
               10  CRLOCA              PIC X(01).
           05  CRLOCI                  PIC X(24).
           05  CRJULL                  PIC S9(04) COMP.
           05  CRJULF                  PIC X(01).
           05  FILLER REDEFINES CRJULF.
               10  CRJULA              PIC X(01).
           05  CRJULI                  PIC X(07).
           05  CROFFL                  PIC S9(04) COMP.
           05  CROFFF                  PIC X(01).
           05  FILLER REDEFINES CROFFF.
               10  CROFFA              PIC X(01).
           05  CROFFI                  PIC X(57).
           05  CRLEAPL                 PIC S9(04) COMP.
           05  CRLEAPF                 PIC X(01).
           05  FILLER REDEFINES CRLEAPF.
               10  CRLEAPA             PIC X(01).
           05  CRLEAPI                 PIC X(02).
           05  CMSGL                   PIC S9(04) COMP.
           05  CMSGF                   PIC X(01).
           05  FILLER REDEFINES CMSGF.
               10  CMSGA               PIC X(01).
           05  CMSGI                   PIC X(78).
       01  TODCNVO REDEFINES TODCNVI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  CTODO                   PIC X(16).
           05  FILLER                  PIC X(03).
           05  CLOCALO                 PIC X(14).
           05  FILLER                  PIC X(03).
           05  CZONEO                  PIC X(04).
           05  FILLER                  PIC X(03).
           05  CRTODO                  PIC X(16).
           05  FILLER                  PIC X(03).
           05  CRGMTO                  PIC X(17).
           05  FILLER                  PIC X(03).
           05  CRLOCO                  PIC X(24).
           05  FILLER                  PIC X(03).
           05  CRJULO                  PIC X(07).
           05  FILLER                  PIC X(03).
           05  CROFFO                  PIC X(57).
           05  FILLER                  PIC X(03).
           05  CRLEAPO                 PIC X(02).
           05  FILLER                  PIC X(03).
           05  CMSGO                   PIC X(78).
       COPY DFHAID.
       77  CICS-RESP                   PIC S9(08) COMP VALUE ZERO.
       77  RESP-ED                     PIC ZZZZZZZ9.
       77  PAGE-LINE-MAX               PIC 9(04) COMP VALUE 0012.
       77  PAGE-LINE-COUNT             PIC 9(04) COMP VALUE ZERO.
       77  BACK-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  PAGE-DONE-SWITCH            PIC X(01) VALUE 'N'.
           88  PAGE-DONE                         VALUE 'Y'.
       77  SKIP-FIRST-SWITCH           PIC X(01) VALUE 'N'.
           88  SKIP-FIRST                        VALUE 'Y'.
       77  ZONRULE-AVAIL-SWITCH        PIC X(01) VALUE 'N'.
           88  ZONRULE-AVAILABLE                 VALUE 'Y'.
       77  ZONE-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  ZONE-EOF                          VALUE 'Y'.
       77  ZONE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  ZONE-FOUND                        VALUE 'Y'.
       77  ZONE-RULE-IDX               PIC 9(04) COMP VALUE ZERO.
       77  JOB-ZONE-CODE               PIC X(04) VALUE SPACES.
      *    RELATIVE BYTE ADDRESSES FOR THE ZONRULE AND LEAPSEC ESDS
      *    BROWSES - ZERO STARTS AT THE FIRST RECORD.
       77  ZONE-RBA                    PIC S9(08) COMP VALUE ZERO.
       77  LEAP-RBA                    PIC S9(08) COMP VALUE ZERO.
       01  RESOLVE-DATE                PIC X(08) VALUE SPACES.
       01  BROWSE-KEY.
           05  BK-JOB-TAG              PIC X(08) VALUE SPACES.
           05  BK-GMT-DATE             PIC X(08) VALUE SPACES.
           05  BK-GMT-TIME             PIC X(06) VALUE SPACES.
       01  SKIP-KEY                    PIC X(22) VALUE SPACES.
       01  BACK-KEY                    PIC X(22) VALUE SPACES.
       01  PAGE-JOB-NAME               PIC X(20) VALUE SPACES.
       01  INPUT-TAG                   PIC X(08) VALUE SPACES.
       01  INPUT-DATE                  PIC X(08) VALUE SPACES.
       01  INPUT-TOD                   PIC X(16) VALUE SPACES.
       01  INPUT-LOCAL                 PIC X(14) VALUE SPACES.
       01  INPUT-ZONE                  PIC X(04) VALUE SPACES.
       01  LOCAL-JULIAN                PIC X(07) VALUE SPACES.
       01  SCREEN-MESSAGE              PIC X(78) VALUE SPACES.
       01  END-MESSAGE                 PIC X(24)
                                   VALUE 'TODI - TOD INQUIRY ENDED'.
      *    LEAP-SECOND CORRECTION.  STCKCONV TURNS A TOD INTO TIME
      *    WITHOUT ALLOWING FOR LEAP SECONDS, SO ITS RESULT RUNS AHEAD
      *    OF TRUE UTC BY THE CUMULATIVE COUNT IN FORCE AT THAT TOD.
      *    THE FORWARD PATH TAKES THE COUNT OFF AFTER THE CALL; THE
      *    REVERSE PATH PUTS IT BACK ON BEFORE THE CALL.  AN EMPTY
      *    TABLE (NO LEAPSEC) MEANS NO CORRECTION, AS IN TEST1G.
       77  LEAP-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  LEAP-EOF                          VALUE 'Y'.
       77  LEAP-VALID-SWITCH           PIC X(01) VALUE 'Y'.
           88  LEAP-VALID                        VALUE 'Y'.
       77  LEAP-IDX                    PIC 9(04) COMP VALUE ZERO.
       77  LEAP-CHAR-IDX               PIC 9(02) COMP VALUE ZERO.
       77  LEAP-SECS-APPLIED           PIC 9(02) VALUE ZERO.
       77  LEAP-SECS-SIGNED            PIC S9(03) VALUE ZERO.
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
           05  ZONE-RULE-ENTRY OCCURS 200.
               10  ZRT-ZONE-CODE       PIC X(04).
               10  ZRT-START-DATE      PIC X(08).
               10  ZRT-END-DATE        PIC X(08).
               10  ZRT-OFFSET-SIGN     PIC X(01).
               10  ZRT-OFFSET-HOURS    PIC 9(02).
               10  ZRT-OFFSET-MINUTES  PIC 9(02).
       77  CAL-MM                      PIC 9(02) COMP VALUE ZERO.
       77  DAYS-IN-MONTH               PIC 9(02) COMP VALUE ZERO.
       77  LEAP-YEAR-QUOTIENT          PIC 9(07) COMP VALUE ZERO.
       77  LEAP-YEAR-REMAINDER         PIC 9(04) COMP VALUE ZERO.
       77  JULIAN-DAY-COUNT            PIC 9(03) VALUE ZERO.
       77  JULIAN-MM                   PIC 9(02) COMP VALUE ZERO.
       77  TOD-VALID-SWITCH            PIC X(01) VALUE 'Y'.
           88  TOD-VALID                         VALUE 'Y'.
       77  HEX-CHAR-IDX                PIC 9(02) COMP VALUE ZERO.
       77  HEX-CHAR-WORK               PIC X(01) VALUE SPACES.
       01  GMT-DATETIME.
           05  GMT-YYYYMMDD             PIC X(08).
           05  GMT-HH                   PIC X(02).
           05  GMT-MM                   PIC X(02).
           05  GMT-SS                   PIC X(02).
      *    SHOP-DEFAULT LOCAL-TIME OFFSET - MUST CARRY THE SAME VALUE
      *    AS DEFAULT-OFFSET IN TEST1G.  APPLIES WHEN NO ZONE CODE IS
      *    ENTERED OR NO ZONRULE ENTRY COVERS THE DATE.
       01  DEFAULT-OFFSET.
           05  DEF-OFFSET-SIGN          PIC X(01) VALUE '-'.
           05  DEF-OFFSET-HOURS         PIC 9(02) VALUE 05.
           05  DEF-OFFSET-MINUTES       PIC 9(02) VALUE 00.
      *    OFFSET APPLIED TO THE CURRENT CONVERSION - SET BY
      *    2210-RESOLVE-OFFSET-S FROM THE ZONE-RULE TABLE OR FROM
      *    DEFAULT-OFFSET ABOVE.
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
      *    STCKCONV PARAMETER AREA - KEEP IN STEP WITH PARM IN TEST1G.
       01  PARM.
           05  TOD                  PIC X(16) VALUE SPACES.
           05  TOD-CHARS  REDEFINES TOD.
               10  TOD-CHAR         PIC X(01) OCCURS 16.
           05  DATETIME.
               10  YYYYMMDD         PIC X(08).
               10  YYYYMMDD-N   REDEFINES YYYYMMDD.
                   15  YYYYMMDD-YYYY    PIC 9(04).
                   15  YYYYMMDD-MM      PIC 9(02).
                   15  YYYYMMDD-DD      PIC 9(02).
               10  SP               PIC X(01) VALUE SPACES.
               10  HH               PIC X(02).
               10  COL1             PIC X(01) VALUE ':'.
               10  MM               PIC X(02).
               10  COL2             PIC X(01) VALUE ':'.
               10  SS               PIC X(02).
               10  COL3             PIC X(01) VALUE '.'.
               10  MICROS           PIC X(06) VALUE ZEROS.
               10  COL4             PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(04) VALUE ' JD='.
               10  JULIAN-DATE.
                   15  JULIAN-YYYY      PIC 9(04).
                   15  JULIAN-DDD       PIC 9(03).
           05  STCK-DIRECTION       PIC X(01) VALUE 'F'.
               88  STCK-FORWARD               VALUE 'F'.
               88  STCK-REVERSE               VALUE 'R'.
       01  CONVRTN                  PIC X(08) VALUE 'STCKCONV'.
      *----------------------------------------------------------------*
      *                                                                *
      *    L I N K A G E   S E C T I O N                               *
      *                                                                *
      *----------------------------------------------------------------*
       LINKAGE                        SECTION.
       01  DFHCOMMAREA                 PIC X(62).
      *----------------------------------------------------------------*
      *                                                                *
      *    P R O C E D U R E   D I V I S I O N                         *
      *                                                                *
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
       0000-MAINLINE-S.
           IF      EIBCALEN           =         ZERO
                   PERFORM 1000-FIRST-TIME-S  THRU  1000-EXIT
                   GO TO   0000-RETURN-S.
           MOVE    DFHCOMMAREA        TO        TODI-COMMAREA.
           IF      EIBAID             =         DFHPF3
               OR  EIBAID             =         DFHCLEAR
                   GO TO   9000-END-S.
           IF      CA-CONVERT-SCREEN
                   PERFORM 5000-CONVERT-S     THRU  5000-EXIT
           ELSE
                   PERFORM 4000-BROWSE-S      THRU  4000-EXIT.
      *
       0000-RETURN-S.
           EXEC CICS RETURN TRANSID('TODI')
                     COMMAREA(TODI-COMMAREA)
                     LENGTH(LENGTH OF TODI-COMMAREA)
           END-EXEC.
           GOBACK.
      *
       1000-FIRST-TIME-S.
           MOVE    LOW-VALUES         TO        TODBRWO.
           MOVE    'ENTER A JOB TAG AND OPTIONAL GMT START DATE'
                                      TO        SCREEN-MESSAGE.
           PERFORM 4900-SEND-BROWSE-S THRU  4900-EXIT.
      *
       1000-EXIT.
           EXIT.
      *
      *    BROWSE SCREEN.  ENTER, OR A CHANGED TAG OR DATE, STARTS
      *    AGAIN FROM THE TOP; PF8/PF7 PAGE FROM THE KEYS OF THE PAGE
      *    ON DISPLAY.
       4000-BROWSE-S.
           IF      EIBAID             =         DFHPF4
                   PERFORM 5800-SHOW-CONVERT-S  THRU  5800-EXIT
                   GO TO   4000-EXIT.
           MOVE    LOW-VALUES         TO        TODBRWI.
           EXEC CICS RECEIVE MAP('TODBRW') MAPSET('TODMAP')
                     INTO(TODBRWI) RESP(CICS-RESP)
           END-EXEC.
           MOVE    SPACES             TO        INPUT-TAG.
           MOVE    SPACES             TO        INPUT-DATE.
           IF      CICS-RESP          =         DFHRESP(NORMAL)
                   MOVE    BTAGI      TO        INPUT-TAG
                   MOVE    BDATEI     TO        INPUT-DATE.
           INSPECT INPUT-TAG  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT INPUT-DATE REPLACING ALL LOW-VALUES BY SPACES.
           MOVE    SPACES             TO        SCREEN-MESSAGE.
           IF      INPUT-TAG          =         SPACES
                   MOVE    'ENTER A JOB TAG'  TO  SCREEN-MESSAGE
                   GO TO   4000-REJECT-S.
           IF      INPUT-DATE         NOT =     SPACES
               AND INPUT-DATE         NOT NUMERIC
                   MOVE    'START DATE MUST BE YYYYMMDD OR BLANK'
                                      TO        SCREEN-MESSAGE
                   GO TO   4000-REJECT-S.
           IF      EIBAID             =         DFHENTER
               OR  INPUT-TAG          NOT =     CA-JOB-TAG
               OR  INPUT-DATE         NOT =     CA-START-DATE
               OR  CA-FIRST-KEY       =         SPACES
                   PERFORM 4100-START-S       THRU  4100-EXIT
           ELSE
           IF      EIBAID             =         DFHPF8
                   PERFORM 4200-FORWARD-S     THRU  4200-EXIT
           ELSE
           IF      EIBAID             =         DFHPF7
                   PERFORM 4300-BACKWARD-S    THRU  4300-EXIT
           ELSE
                   MOVE    'USE ENTER, PF7, PF8, PF4 OR PF3'
                                      TO        SCREEN-MESSAGE
                   MOVE    CA-FIRST-KEY       TO   BROWSE-KEY
                   MOVE    'N'        TO        SKIP-FIRST-SWITCH
                   PERFORM 4500-FILL-PAGE-S   THRU  4500-EXIT.
           PERFORM 4900-SEND-BROWSE-S THRU  4900-EXIT.
           GO TO   4000-EXIT.
      *
       4000-REJECT-S.
           MOVE    INPUT-TAG          TO        CA-JOB-TAG.
           MOVE    INPUT-DATE         TO        CA-START-DATE.
           MOVE    SPACES             TO        CA-FIRST-KEY.
           MOVE    SPACES             TO        CA-LAST-KEY.
           MOVE    SPACES             TO        PAGE-JOB-NAME.
           MOVE    'N'                TO        CA-MORE-SWITCH.
           MOVE    LOW-VALUES         TO        TODBRWO.
           PERFORM 4900-SEND-BROWSE-S THRU  4900-EXIT.
      *
       4000-EXIT.
           EXIT.
      *
       4100-START-S.
           MOVE    INPUT-TAG          TO        CA-JOB-TAG.
           MOVE    INPUT-DATE         TO        CA-START-DATE.
           MOVE    INPUT-TAG          TO        BK-JOB-TAG.
           MOVE    INPUT-DATE         TO        BK-GMT-DATE.
           IF      INPUT-DATE         =         SPACES
                   MOVE    ZEROS      TO        BK-GMT-DATE.
           MOVE    ZEROS              TO        BK-GMT-TIME.
           MOVE    'N'                TO        SKIP-FIRST-SWITCH.
           PERFORM 4500-FILL-PAGE-S   THRU  4500-EXIT.
      *
       4100-EXIT.
           EXIT.
      *
      *    THE BROWSE RESTARTS AT THE LAST KEY SHOWN, WHICH IS ITSELF
      *    SKIPPED.  WITH NOTHING FURTHER THE SAME PAGE IS REDRAWN.
       4200-FORWARD-S.
           IF      NOT CA-MORE-FORWARD
                   MOVE    'ALREADY AT LAST PAGE FOR THIS JOB TAG'
                                      TO        SCREEN-MESSAGE
                   MOVE    CA-FIRST-KEY       TO   BROWSE-KEY
                   MOVE    'N'        TO        SKIP-FIRST-SWITCH
                   PERFORM 4500-FILL-PAGE-S   THRU  4500-EXIT
                   GO TO   4200-EXIT.
           MOVE    CA-LAST-KEY        TO        BROWSE-KEY.
           MOVE    CA-LAST-KEY        TO        SKIP-KEY.
           MOVE    'Y'                TO        SKIP-FIRST-SWITCH.
           PERFORM 4500-FILL-PAGE-S   THRU  4500-EXIT.
      *
       4200-EXIT.
           EXIT.
      *
      *    READS BACK UP TO A PAGE OF EVENTS BEFORE THE FIRST ONE ON
      *    DISPLAY, THEN REDRAWS FORWARD FROM THE EARLIEST OF THEM, SO
      *    A SHORT FIRST PAGE IS TOPPED UP RATHER THAN LEFT PART FULL.
       4300-BACKWARD-S.
           MOVE    CA-FIRST-KEY       TO        BROWSE-KEY.
           MOVE    ZERO               TO        BACK-COUNT.
           MOVE    SPACES             TO        BACK-KEY.
           MOVE    'N'                TO        PAGE-DONE-SWITCH.
           EXEC CICS STARTBR FILE('EVTMAST')
                     RIDFLD(BROWSE-KEY) GTEQ RESP(CICS-RESP)
           END-EXEC.
           IF      CICS-RESP          =         DFHRESP(NORMAL)
                   PERFORM 4350-PREV-EVENT-S  THRU  4350-EXIT
                           UNTIL PAGE-DONE
                   EXEC CICS ENDBR FILE('EVTMAST') END-EXEC.
           IF      BACK-COUNT         =         ZERO
                   MOVE    'ALREADY AT FIRST PAGE FOR THIS JOB TAG'
                                      TO        SCREEN-MESSAGE
                   MOVE    CA-FIRST-KEY       TO   BROWSE-KEY
           ELSE
                   MOVE    BACK-KEY   TO        BROWSE-KEY.
           MOVE    'N'                TO        SKIP-FIRST-SWITCH.
           PERFORM 4500-FILL-PAGE-S   THRU  4500-EXIT.
      *
       4300-EXIT.
           EXIT.
      *
       4350-PREV-EVENT-S.
           EXEC CICS READPREV FILE('EVTMAST')
                     INTO(EVTMAST-REC) RIDFLD(BROWSE-KEY)
                     RESP(CICS-RESP)
           END-EXEC.
           IF      CICS-RESP          NOT =     DFHRESP(NORMAL)
               OR  EM-JOB-TAG         NOT =     CA-JOB-TAG
                   MOVE    'Y'        TO        PAGE-DONE-SWITCH
                   GO TO   4350-EXIT.
           IF      EM-KEY             NOT <     CA-FIRST-KEY
                   GO TO   4350-EXIT.
           ADD     1                  TO        BACK-COUNT.
           MOVE    EM-KEY             TO        BACK-KEY.
           IF      BACK-COUNT         NOT <     PAGE-LINE-MAX
                   MOVE    'Y'        TO        PAGE-DONE-SWITCH.
      *
       4350-EXIT.
           EXIT.
      *
      *    FILLS THE TWELVE DETAIL LINES FORWARD FROM BROWSE-KEY FOR
      *    CA-JOB-TAG, NOTING THE PAGE'S FIRST AND LAST KEYS AND
      *    WHETHER A THIRTEENTH EVENT IS THERE FOR PF8.
       4500-FILL-PAGE-S.
           MOVE    LOW-VALUES         TO        TODBRWO.
           MOVE    ZERO               TO        PAGE-LINE-COUNT.
           MOVE    'N'                TO        PAGE-DONE-SWITCH.
           MOVE    'N'                TO        CA-MORE-SWITCH.
           MOVE    SPACES             TO        CA-FIRST-KEY.
           MOVE    SPACES             TO        CA-LAST-KEY.
           MOVE    SPACES             TO        PAGE-JOB-NAME.
           EXEC CICS STARTBR FILE('EVTMAST')
                     RIDFLD(BROWSE-KEY) GTEQ RESP(CICS-RESP)
           END-EXEC.
           IF      CICS-RESP          =         DFHRESP(NOTFND)
                   GO TO   4500-EMPTY-S.
           IF      CICS-RESP          NOT =     DFHRESP(NORMAL)
                   MOVE    CICS-RESP  TO        RESP-ED
                   MOVE    SPACES     TO        SCREEN-MESSAGE
                   STRING  'EVTMAST NOT AVAILABLE - RESP: ' RESP-ED
                           DELIMITED BY SIZE INTO SCREEN-MESSAGE
                   GO TO   4500-EXIT.
           PERFORM 4550-NEXT-EVENT-S  THRU  4550-EXIT
                   UNTIL PAGE-DONE.
           EXEC CICS ENDBR FILE('EVTMAST') END-EXEC.
           IF      PAGE-LINE-COUNT    =         ZERO
                   GO TO   4500-EMPTY-S.
           IF      SCREEN-MESSAGE     NOT =     SPACES
                   GO TO   4500-EXIT.
           IF      CA-MORE-FORWARD
                   MOVE    'PF8 FOR MORE EVENTS'  TO  SCREEN-MESSAGE
           ELSE
                   MOVE    'LAST EVENT FOR THIS JOB TAG IS SHOWN'
                                      TO        SCREEN-MESSAGE.
           GO TO   4500-EXIT.
      *
       4500-EMPTY-S.
           MOVE    'NO EVENTS FOR THIS JOB TAG FROM THAT DATE'
                                      TO        SCREEN-MESSAGE.
      *
       4500-EXIT.
           EXIT.
      *
       4550-NEXT-EVENT-S.
           EXEC CICS READNEXT FILE('EVTMAST')
                     INTO(EVTMAST-REC) RIDFLD(BROWSE-KEY)
                     RESP(CICS-RESP)
           END-EXEC.
           IF      CICS-RESP          NOT =     DFHRESP(NORMAL)
               OR  EM-JOB-TAG         NOT =     CA-JOB-TAG
                   MOVE    'Y'        TO        PAGE-DONE-SWITCH
                   GO TO   4550-EXIT.
           IF      SKIP-FIRST
               AND EM-KEY             =         SKIP-KEY
                   MOVE    'N'        TO        SKIP-FIRST-SWITCH
                   GO TO   4550-EXIT.
           MOVE    'N'                TO        SKIP-FIRST-SWITCH.
           IF      PAGE-LINE-COUNT    NOT <     PAGE-LINE-MAX
                   MOVE    'Y'        TO        CA-MORE-SWITCH
                   MOVE    'Y'        TO        PAGE-DONE-SWITCH
                   GO TO   4550-EXIT.
           ADD     1                  TO        PAGE-LINE-COUNT.
           IF      PAGE-LINE-COUNT    =         1
                   MOVE    EM-KEY     TO        CA-FIRST-KEY
                   MOVE    EM-JOB-NAME        TO   PAGE-JOB-NAME.
           MOVE    EM-KEY             TO        CA-LAST-KEY.
           STRING  EM-GMT-YYYYMMDD ' ' EM-GMT-HH ':' EM-GMT-MM ':'
                   EM-GMT-SS '    '
                   EM-LOC-YYYYMMDD ' ' EM-LOC-HH ':' EM-LOC-MM ':'
                   EM-LOC-SS '.' EM-MICROS '   '
                   EM-JULIAN-DATE '  ' EM-TOD '  ' EM-EVENT-TYPE
                   DELIMITED BY SIZE INTO BLINEO(PAGE-LINE-COUNT).
      *
       4550-EXIT.
           EXIT.
      *
       4800-SHOW-BROWSE-S.
           MOVE    'B'                TO        CA-SCREEN.
           MOVE    SPACES             TO        SCREEN-MESSAGE.
           IF      CA-FIRST-KEY       =         SPACES
                   MOVE    LOW-VALUES TO        TODBRWO
                   MOVE    'ENTER A JOB TAG AND OPTIONAL GMT START DATE'
                                      TO        SCREEN-MESSAGE
           ELSE
                   MOVE    CA-FIRST-KEY       TO   BROWSE-KEY
                   MOVE    'N'        TO        SKIP-FIRST-SWITCH
                   PERFORM 4500-FILL-PAGE-S   THRU  4500-EXIT.
           PERFORM 4900-SEND-BROWSE-S THRU  4900-EXIT.
      *
       4800-EXIT.
           EXIT.
      *
       4900-SEND-BROWSE-S.
           MOVE    CA-JOB-TAG         TO        BTAGO.
           MOVE    CA-START-DATE      TO        BDATEO.
           MOVE    PAGE-JOB-NAME      TO        BJNAMEO.
           MOVE    SCREEN-MESSAGE     TO        BMSGO.
           MOVE    -1                 TO        BTAGL.
           EXEC CICS SEND MAP('TODBRW') MAPSET('TODMAP')
                     FROM(TODBRWO) ERASE CURSOR
           END-EXEC.
      *
       4900-EXIT.
           EXIT.
      *
      *    CONVERSION SCREEN.  EXACTLY ONE OF TOD VALUE AND LOCAL TIME
      *    IS ENTERED; THE ZONE CODE APPLIES TO EITHER DIRECTION.
       5000-CONVERT-S.
           IF      EIBAID             =         DFHPF4
                   PERFORM 4800-SHOW-BROWSE-S   THRU  4800-EXIT
                   GO TO   5000-EXIT.
           MOVE    LOW-VALUES         TO        TODCNVI.
           EXEC CICS RECEIVE MAP('TODCNV') MAPSET('TODMAP')
                     INTO(TODCNVI) RESP(CICS-RESP)
           END-EXEC.
           MOVE    SPACES             TO        INPUT-TOD.
           MOVE    SPACES             TO        INPUT-LOCAL.
           MOVE    SPACES             TO        INPUT-ZONE.
           IF      CICS-RESP          =         DFHRESP(NORMAL)
                   MOVE    CTODI      TO        INPUT-TOD
                   MOVE    CLOCALI    TO        INPUT-LOCAL
                   MOVE    CZONEI     TO        INPUT-ZONE.
           INSPECT INPUT-TOD   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT INPUT-LOCAL REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT INPUT-ZONE  REPLACING ALL LOW-VALUES BY SPACES.
           MOVE    LOW-VALUES         TO        TODCNVO.
           MOVE    SPACES             TO        SCREEN-MESSAGE.
           IF      EIBAID             NOT =     DFHENTER
                   MOVE    'USE ENTER, PF4 OR PF3'
                                      TO        SCREEN-MESSAGE
           ELSE
           IF      INPUT-TOD          =         SPACES
               AND INPUT-LOCAL        =         SPACES
                   MOVE    'ENTER A TOD VALUE OR A LOCAL TIME'
                                      TO        SCREEN-MESSAGE
           ELSE
           IF      INPUT-TOD          NOT =     SPACES
               AND INPUT-LOCAL        NOT =     SPACES
                   MOVE    'ENTER A TOD VALUE OR A LOCAL TIME, NOT BOTH'
                                      TO        SCREEN-MESSAGE
           ELSE
                   PERFORM 5100-CONVERT-VALUE-S  THRU  5100-EXIT.
           PERFORM 5900-SEND-CONVERT-S  THRU  5900-EXIT.
      *
       5000-EXIT.
           EXIT.
      *
       5100-CONVERT-VALUE-S.
           PERFORM 6000-LOAD-TABLES-S    THRU  6000-EXIT.
           MOVE    INPUT-ZONE         TO        JOB-ZONE-CODE.
           IF      INPUT-TOD          NOT =     SPACES
                   PERFORM 5300-FORWARD-S     THRU  5300-EXIT
           ELSE
                   PERFORM 5400-REVERSE-S     THRU  5400-EXIT.
      *
       5100-EXIT.
           EXIT.
      *
      *    TOD TO GMT AND LOCAL - THE 3500-SINGLE-S PATH IN TEST1G.
       5300-FORWARD-S.
           MOVE    INPUT-TOD          TO        TOD.
           PERFORM 2350-VALIDATE-TOD-S    THRU  2350-EXIT.
           IF      NOT TOD-VALID
                   MOVE    'TOD MUST BE 16 HEX DIGITS, 0-9 AND A-F'
                                      TO        SCREEN-MESSAGE
                   GO TO   5300-EXIT.
           MOVE    'F'                TO        STCK-DIRECTION.
      *    FOR DYNAMIC LINK
           CALL    CONVRTN    USING PARM.
      *    FOR STATIC CALL
      *    CALL    'STCKCONV' USING PARM.
      *
           PERFORM 2290-LEAP-TO-UTC-S    THRU  2290-EXIT.
           MOVE    YYYYMMDD           TO        RESOLVE-DATE.
           PERFORM 2210-RESOLVE-OFFSET-S THRU  2210-EXIT.
           PERFORM 2200-APPLY-OFFSET-S   THRU  2200-EXIT.
           MOVE    TOD                TO        CRTODO.
           STRING  GMT-YYYYMMDD ' ' GMT-HH ':' GMT-MM ':' GMT-SS
                   DELIMITED BY SIZE INTO CRGMTO.
           STRING  YYYYMMDD ' ' HH ':' MM ':' SS '.' MICROS
                   DELIMITED BY SIZE INTO CRLOCO.
           MOVE    JULIAN-DATE        TO        CRJULO.
           PERFORM 5500-SHOW-OFFSET-S    THRU  5500-EXIT.
           MOVE    'TOD CONVERTED TO GMT AND LOCAL TIME'
                                      TO        SCREEN-MESSAGE.
      *
       5300-EXIT.
           EXIT.
      *
      *    LOCAL TIME TO TOD - THE 3000-REVERSE-S PATH IN TEST1G.  THE
      *    GMT TIME IS KEPT FOR DISPLAY BEFORE THE LEAP SECONDS GO ON.
       5400-REVERSE-S.
           IF      INPUT-LOCAL        NOT NUMERIC
                   MOVE    'LOCAL TIME MUST BE YYYYMMDDHHMMSS'
                                      TO        SCREEN-MESSAGE
                   GO TO   5400-EXIT.
           MOVE    INPUT-LOCAL(1:8)   TO        YYYYMMDD.
           MOVE    INPUT-LOCAL(9:2)   TO        HH.
           MOVE    INPUT-LOCAL(11:2)  TO        MM.
           MOVE    INPUT-LOCAL(13:2)  TO        SS.
           MOVE    ZEROS              TO        MICROS.
           STRING  YYYYMMDD ' ' HH ':' MM ':' SS '.' MICROS
                   DELIMITED BY SIZE INTO CRLOCO.
           PERFORM 2280-COMPUTE-JULIAN-S THRU  2280-EXIT.
           MOVE    JULIAN-DATE        TO        LOCAL-JULIAN.
           MOVE    YYYYMMDD           TO        RESOLVE-DATE.
           PERFORM 2210-RESOLVE-OFFSET-S THRU  2210-EXIT.
           PERFORM 3200-LOCAL-TO-GMT-S   THRU  3200-EXIT.
           MOVE    YYYYMMDD           TO        GMT-YYYYMMDD.
           MOVE    HH                 TO        GMT-HH.
           MOVE    MM                 TO        GMT-MM.
           MOVE    SS                 TO        GMT-SS.
           PERFORM 2295-UTC-TO-LEAP-S    THRU  2295-EXIT.
           MOVE    'R'                TO        STCK-DIRECTION.
      *    FOR DYNAMIC LINK
           CALL    CONVRTN    USING PARM.
      *    FOR STATIC CALL
      *    CALL    'STCKCONV' USING PARM.
      *
           MOVE    TOD                TO        CRTODO.
           STRING  GMT-YYYYMMDD ' ' GMT-HH ':' GMT-MM ':' GMT-SS
                   DELIMITED BY SIZE INTO CRGMTO.
           MOVE    LOCAL-JULIAN       TO        CRJULO.
           PERFORM 5500-SHOW-OFFSET-S    THRU  5500-EXIT.
           MOVE    'LOCAL TIME CONVERTED TO GMT AND TOD'
                                      TO        SCREEN-MESSAGE.
      *
       5400-EXIT.
           EXIT.
      *
      *    SHOWS THE OFFSET USED AND WHERE IT CAME FROM, SO A HELP
      *    DESK ANSWER CAN BE CHECKED AGAINST ZONRULE.
       5500-SHOW-OFFSET-S.
           MOVE    LEAP-SECS-APPLIED  TO        CRLEAPO.
           IF      ZONE-FOUND
                   STRING  OFFSET-SIGN OFFSET-HOURS ':' OFFSET-MINUTES
                           ' ZONRULE ZONE ' JOB-ZONE-CODE
                           DELIMITED BY SIZE INTO CROFFO
           ELSE
           IF      JOB-ZONE-CODE      =         SPACES
                   STRING  OFFSET-SIGN OFFSET-HOURS ':' OFFSET-MINUTES
                           ' SHOP DEFAULT'
                           DELIMITED BY SIZE INTO CROFFO
           ELSE
           IF      NOT ZONRULE-AVAILABLE
                   STRING  OFFSET-SIGN OFFSET-HOURS ':' OFFSET-MINUTES
                           ' SHOP DEFAULT - ZONRULE NOT AVAILABLE'
                           DELIMITED BY SIZE INTO CROFFO
           ELSE
                   STRING  OFFSET-SIGN OFFSET-HOURS ':' OFFSET-MINUTES
                           ' SHOP DEFAULT - NO RULE FOR ' JOB-ZONE-CODE
                           ' ON ' RESOLVE-DATE
                           DELIMITED BY SIZE INTO CROFFO.
      *
       5500-EXIT.
           EXIT.
      *
       5800-SHOW-CONVERT-S.
           MOVE    'C'                TO        CA-SCREEN.
           MOVE    LOW-VALUES         TO        TODCNVO.
           MOVE    SPACES             TO        INPUT-TOD.
           MOVE    SPACES             TO        INPUT-LOCAL.
           MOVE    SPACES             TO        INPUT-ZONE.
           MOVE    'ENTER A TOD VALUE, OR A LOCAL TIME AND ZONE CODE'
                                      TO        SCREEN-MESSAGE.
           PERFORM 5900-SEND-CONVERT-S  THRU  5900-EXIT.
      *
       5800-EXIT.
           EXIT.
      *
       5900-SEND-CONVERT-S.
           MOVE    INPUT-TOD          TO        CTODO.
           MOVE    INPUT-LOCAL        TO        CLOCALO.
           MOVE    INPUT-ZONE         TO        CZONEO.
           MOVE    SCREEN-MESSAGE     TO        CMSGO.
           MOVE    -1                 TO        CTODL.
           EXEC CICS SEND MAP('TODCNV') MAPSET('TODMAP')
                     FROM(TODCNVO) ERASE CURSOR
           END-EXEC.
      *
       5900-EXIT.
           EXIT.
      *
      *    BUILDS THE ZONE-RULE AND LEAP-SECOND TABLES FOR THIS TASK
      *    THE WAY TEST1G BUILDS THEM AT START OF RUN (1200/1800).
      *    A FILE THAT IS CLOSED OR MISSING LEAVES ITS TABLE EMPTY -
      *    SHOP DEFAULT OFFSET, NO LEAP CORRECTION - AS IN BATCH.
       6000-LOAD-TABLES-S.
           MOVE    ZERO               TO        ZONE-RULE-COUNT.
           MOVE    'N'                TO        ZONRULE-AVAIL-SWITCH.
           MOVE    'N'                TO        ZONE-EOF-SWITCH.
           MOVE    ZERO               TO        ZONE-RBA.
           EXEC CICS STARTBR FILE('ZONRULE')
                     RIDFLD(ZONE-RBA) RBA RESP(CICS-RESP)
           END-EXEC.
           IF      CICS-RESP          =         DFHRESP(NORMAL)
                   MOVE    'Y'        TO        ZONRULE-AVAIL-SWITCH
                   PERFORM 6050-READ-ZONE-S   THRU  6050-EXIT
                           UNTIL ZONE-EOF
                   EXEC CICS ENDBR FILE('ZONRULE') END-EXEC.
           PERFORM 6100-LOAD-LEAP-S   THRU  6100-EXIT.
      *
       6000-EXIT.
           EXIT.
      *
       6050-READ-ZONE-S.
           EXEC CICS READNEXT FILE('ZONRULE')
                     INTO(ZONRULE-REC) RIDFLD(ZONE-RBA) RBA
                     RESP(CICS-RESP)
           END-EXEC.
           IF      CICS-RESP          NOT =     DFHRESP(NORMAL)
                   MOVE    'Y'        TO        ZONE-EOF-SWITCH
                   GO TO   6050-EXIT.
           IF      ZR-ZONE-CODE       =         SPACES
                   GO TO   6050-EXIT.
           IF      ZONE-RULE-COUNT    NOT <     ZONE-RULE-MAX
                   MOVE    'Y'        TO        ZONE-EOF-SWITCH
                   GO TO   6050-EXIT.
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
       6050-EXIT.
           EXIT.
      *
       6100-LOAD-LEAP-S.
           MOVE    ZERO               TO        LEAP-COUNT.
           MOVE    'N'                TO        LEAP-EOF-SWITCH.
           MOVE    ZERO               TO        LEAP-RBA.
           EXEC CICS STARTBR FILE('LEAPSEC')
                     RIDFLD(LEAP-RBA) RBA RESP(CICS-RESP)
           END-EXEC.
           IF      CICS-RESP          NOT =     DFHRESP(NORMAL)
                   GO TO   6100-EXIT.
           PERFORM 6150-READ-LEAP-S   THRU  6150-EXIT
                   UNTIL LEAP-EOF.
           EXEC CICS ENDBR FILE('LEAPSEC') END-EXEC.
      *
       6100-EXIT.
           EXIT.
      *
      *    SAME TESTS AS 1850-READ-LEAP-S IN TEST1G - A BAD ENTRY IS
      *    LEFT OUT HERE JUST AS IT IS THERE.
       6150-READ-LEAP-S.
           EXEC CICS READNEXT FILE('LEAPSEC')
                     INTO(LEAPSEC-REC) RIDFLD(LEAP-RBA) RBA
                     RESP(CICS-RESP)
           END-EXEC.
           IF      CICS-RESP          NOT =     DFHRESP(NORMAL)
                   MOVE    'Y'        TO        LEAP-EOF-SWITCH
                   GO TO   6150-EXIT.
           IF      LEAPSEC-REC        =         SPACES
               OR  LEAPSEC-REC(1:1)   =         '*'
                   GO TO   6150-EXIT.
           MOVE    LS-EFFECTIVE-TOD   TO        LEAP-TOD-KEY.
           MOVE    'Y'                TO        LEAP-VALID-SWITCH.
           PERFORM 6160-CHECK-LEAP-CHAR-S  THRU  6160-EXIT
                   VARYING LEAP-CHAR-IDX FROM 1 BY 1
                   UNTIL LEAP-CHAR-IDX > 16
                   OR NOT LEAP-VALID.
           INSPECT LEAP-TOD-KEY  CONVERTING  '0123456789ABCDEF'
                                      TO        'ABCDEFGHIJKLMNOP'.
           IF      NOT LEAP-VALID
               OR  LS-LEAP-SECONDS    NOT NUMERIC
               OR  LS-EFFECTIVE-UTC   NOT NUMERIC
                   GO TO   6150-EXIT.
           IF      LEAP-COUNT         NOT <     LEAP-MAX
                   MOVE    'Y'        TO        LEAP-EOF-SWITCH
                   GO TO   6150-EXIT.
           ADD     1                  TO        LEAP-COUNT.
           MOVE    LEAP-COUNT         TO        LEAP-IDX.
           MOVE    LEAP-TOD-KEY       TO   LST-TOD-KEY      (LEAP-IDX).
           MOVE    LS-LEAP-SECONDS    TO   LST-LEAP-SECONDS (LEAP-IDX).
           MOVE    LS-EFFECTIVE-UTC   TO   LST-EFFECTIVE-UTC(LEAP-IDX).
      *
       6150-EXIT.
           EXIT.
      *
      *    CHECKED BEFORE TRANSLATION, AS 2360-CHECK-HEX-CHAR-S DOES -
      *    A VALID HEX DIGIT IS 0-9 OR A-F.
       6160-CHECK-LEAP-CHAR-S.
           IF      LEAP-KEY-CHAR(LEAP-CHAR-IDX) NOT NUMERIC
               AND (LEAP-KEY-CHAR(LEAP-CHAR-IDX) < 'A'
                OR  LEAP-KEY-CHAR(LEAP-CHAR-IDX) > 'F')
                   MOVE    'N'        TO        LEAP-VALID-SWITCH.
      *
       6160-EXIT.
           EXIT.
      *
       9000-END-S.
           EXEC CICS SEND TEXT FROM(END-MESSAGE)
                     LENGTH(LENGTH OF END-MESSAGE) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           GOBACK.
      *
      *    THE CONVERSION PARAGRAPHS BELOW ARE TEST1G'S, CARRIED OVER
      *    UNCHANGED SO THE ONLINE AND BATCH ANSWERS CANNOT DRIFT APART.
      *    ANY CHANGE TO THEM IN TODCONV MUST BE MADE HERE AS WELL.
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
      *    THE CALLER SETS RESOLVE-DATE TO THE EVENT DATE FIRST.
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
           MOVE    YYYYMMDD           TO        GMT-YYYYMMDD.
           MOVE    HH                 TO        GMT-HH.
           MOVE    MM                 TO        GMT-MM.
           MOVE    SS                 TO        GMT-SS.
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
      *    CAL-MM IS SET BY THE CALLER TO THE MONTH TO BE CHECKED, SO
      *    THIS ONE ROUTINE SERVES BOTH THE DAY-ROLLOVER CARRY LOGIC
      *    (2250) AND THE JULIAN-DATE ACCUMULATOR (2280/2285) WITHOUT
      *    CARRYING TWO COPIES OF THE SAME CALENDAR RULE.
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
      *    DERIVES THE JULIAN (YYYYDDD) DATE FROM THE LOCAL YYYYMMDD
      *    AFTER THE OFFSET/DAY ADJUSTMENT ABOVE, SO THE TWO DATES ON
      *    THE LPFILE LINE NEVER DISAGREE ACROSS A MIDNIGHT CROSSING.
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
       3200-LOCAL-TO-GMT-S.
           MOVE    HH                 TO        NUM-HH.
           MOVE    MM                 TO        NUM-MM.
           COMPUTE TOTAL-MINUTES = NUM-HH * 60 + NUM-MM.
      *    SIGN IS REVERSED FROM 2200-APPLY-OFFSET-S TO UNDO THE
      *    LOCAL-TIME OFFSET AND RECOVER GMT.
           IF      OFFSET-SIGN = '-'
                   COMPUTE OFFSET-MINUTES-SIGNED =
                           OFFSET-HOURS * 60 + OFFSET-MINUTES
           ELSE
                   COMPUTE OFFSET-MINUTES-SIGNED =
                           0 - (OFFSET-HOURS * 60 + OFFSET-MINUTES).
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
      *
       3200-EXIT.
           EXIT.
      *
      *    VALIDATES TOD AS 16 HEX DIGITS - STCKCONV HAS NO
      *    DOCUMENTED RETURN CODE, SO BAD INPUT IS CAUGHT HERE
      *    RATHER THAN RELYING ON A POST-CALL STATUS CHECK.
       2350-VALIDATE-TOD-S.
           MOVE    'Y'                TO        TOD-VALID-SWITCH.
           IF      TOD                =         SPACES
                   MOVE    'N'        TO        TOD-VALID-SWITCH
                   GO TO   2350-EXIT.
           PERFORM 2360-CHECK-HEX-CHAR-S VARYING HEX-CHAR-IDX
                   FROM 1 BY 1 UNTIL HEX-CHAR-IDX > 16
                   OR NOT TOD-VALID.
      *
       2350-EXIT.
           EXIT.
      *
       2360-CHECK-HEX-CHAR-S.
           MOVE    TOD-CHAR(HEX-CHAR-IDX)   TO   HEX-CHAR-WORK.
           IF      HEX-CHAR-WORK      NOT NUMERIC
               AND (HEX-CHAR-WORK < 'A' OR HEX-CHAR-WORK > 'F')
                   MOVE    'N'        TO        TOD-VALID-SWITCH.
      *
       2360-EXIT.
           EXIT.
      *
/*
//COB    EXEC PGM=IGYCRCTL,REGION=1024K,COND=(7,LT,TRN),
//       PARM='OBJECT,LIB,APOST,RES,LIST,NODYNAM,MAP,XREF(FULL)'
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=CICSTS.CICS.SDFHCOB,DISP=SHR
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
//SYSIN    DD DSN=&&SYSCIN,DISP=(OLD,DELETE)
//LKED   EXEC PGM=IEWL,REGION=768K,COND=(5,LT),
// PARM='XREF,LET,LIST,MAP,'
//SYSLIB   DD DSN=CEE.SCEELKED,DISP=SHR
//         DD DSN=CICSTS.CICS.SDFHLOAD,DISP=SHR
//SYSLIN   DD *
  INCLUDE SYSLIB(DFHELII)
/*
//         DD DSN=&OBJ,DISP=(OLD,DELETE)
//SYSUT1   DD UNIT=SYSDA,SPACE=(1024,(120,120),,,ROUND)
//SYSLMOD  DD DSN=ANDREWJ.CICS.LOADLIB(TODCINQ),DISP=SHR
//SYSPRINT DD SYSOUT=*
//*
//*   TODCINQ RUNS UNDER CICS AS TRANSACTION TODI, MAPSET TODMAP
//*   (ASSEMBLED FROM TODMAP.BMS).  CSD DEFINITIONS:
//*     TRANSACTION TODI  PROGRAM(TODCINQ)
//*     PROGRAM     TODCINQ, TODMAP (MAPSET), STCKCONV
//*     FILE EVTMAST  DSN ANDREWJ.TOD.EVTMAST          KSDS
//*                   BROWSE(YES) READ(YES) UPDATE(NO)
//*     FILE ZONRULE  DSN ANDREWJ.TOD.ZONRULE.ONLINE   ESDS
//*                   BROWSE(YES) READ(YES) UPDATE(NO)
//*     FILE LEAPSEC  DSN ANDREWJ.TOD.LEAPSEC.ONLINE   ESDS
//*                   BROWSE(YES) READ(YES) UPDATE(NO)
//*   THE TWO ESDS FILES ARE REPRO COPIES OF THE SEQUENTIAL ZONRULE
//*   AND LEAPSEC DATASETS TEST1G READS - REFRESH THEM (CLOSE THE
//*   CICS FILE, REPRO WITH REUSE, REOPEN) AFTER EVERY ZONMNT OR
//*   LEAPMNT RUN, OR ONLINE AND BATCH ANSWERS WILL DIFFER.  A
//*   CLOSED ZONRULE GIVES THE SHOP DEFAULT OFFSET AND A CLOSED
//*   LEAPSEC GIVES NO LEAP CORRECTION, AS THEY DO IN BATCH.
//*   DEFAULT-OFFSET MUST CARRY THE SAME VALUE AS IN TEST1G.
//*
//*   BROWSE SCREEN:  JOB TAG, OPTIONAL GMT START DATE (YYYYMMDD,
//*   BLANK = FIRST EVENT).  ENTER STARTS, PF8 FORWARD, PF7 BACK,
//*   PF4 CONVERSION SCREEN, PF3/CLEAR END.
//*   CONVERSION SCREEN:  16-DIGIT TOD, OR LOCAL TIME AS
//*   YYYYMMDDHHMMSS, PLUS OPTIONAL ZONE CODE (BLANK = SHOP
//*   DEFAULT).  ENTER CONVERTS, PF4 BACK TO THE BROWSE.
