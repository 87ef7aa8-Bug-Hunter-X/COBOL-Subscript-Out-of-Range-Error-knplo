000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ITMSTRM.
000030 AUTHOR.  D R OKAFOR.
000040 INSTALLATION.  MERIDIAN DISTRIBUTION - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*                                                               *
000100*    ITMSTRM  --  NIGHTLY JOB-STREAM DRIVER                     *
000110*                                                               *
000120*    RUNS THE NIGHTLY ITEM STREAM - ITMSNAP S, ITMLOAD, ITMBAL, *
000130*    ITMDAPP, ITMREORD, ITMPURGE, ITMVALU, ITMGLIF - AS CALLED  *
000140*    STEPS, AND KEEPS ONE STEP-STATUS ROW PER STEP IN ITMRUNCT  *
000150*    WITH THE STEP'S START, END, RETURN CODE AND STATE.  WHEN A *
000160*    STEP FAILED, OPERATIONS USED TO WORK OUT BY HAND WHICH     *
000170*    STEPS HAD RUN AND WHICH HAD TO BE RERUN; NOW THEY RERUN    *
000180*    THIS DRIVER.                                               *
000190*                                                               *
000200*    EACH STEP NAMES THE EARLIER STEP IT DEPENDS ON.  A STEP    *
000210*    WHOSE RETURN CODE IS OVER ITS LIMIT IS FAILED, AND EVERY   *
000220*    STEP DEPENDING ON IT IS HELD.  A RERUN RESUMES THE SAME    *
000230*    STREAM: IT RERUNS THE FAILED STEP AND WHAT WAS HELD        *
000240*    BEHIND IT, AND NEVER RERUNS A STEP THAT COMPLETED.  A      *
000250*    STEP THAT WAS STARTED BUT NEVER RECORDED AN END (THE RUN   *
000260*    ABENDED UNDER IT) IS SIMPLY RERUN, EXCEPT THE THREE APPLY  *
000270*    STEPS, ITMDAPP, ITMPURGE AND ITMGLIF: WHETHER THEY         *
000280*    APPLIED IS FOR THE OPERATOR TO CHECK, AND THEY ARE HELD    *
000290*    UNTIL THE RERUN SAYS SO WITH OPTION F.  A NEW STREAM       *
000300*    STARTS ONLY ONCE THE LAST ONE COMPLETED, AND NOT TWICE IN  *
000310*    ONE DAY.                                                   *
000320*                                                               *
000330*    SYSIN CARRIES THIS DRIVER'S OPTION CARD FOLLOWED BY THE    *
000340*    CARDS THE STEPS THEMSELVES ACCEPT, IN STEP ORDER:          *
000350*      1. STREAM OPTION: BLANK = RUN OR RESUME,                 *
000360*                        N = ABANDON AN UNFINISHED STREAM AND   *
000370*                            START A NEW ONE,                   *
000380*                        F = RESUME AND RERUN AN INTERRUPTED    *
000390*                            APPLY STEP (OPERATOR HAS CHECKED)  *
000400*      2. ITMSNAP RUN MODE   (S)                                *
000410*      3. ITMDAPP RUN MODE   (D OR BLANK; R FOR A RESYNC RERUN) *
000420*      4. ITMPURGE RETENTION PERIOD IN DAYS                     *
000430*      5. ITMVALU DETAIL THRESHOLD (BLANK = LIST ALL)           *
000440*      6. ITMGLIF RUN MODE   (BLANK; R TO REBUILD LAST BATCH)   *
000450*    THE CARDS OF A STEP THAT IS NOT RUN ARE READ PAST HERE,    *
000460*    SO THE SAME DECK SERVES A FIRST RUN AND EVERY RERUN.       *
000470*                                                               *
000480*****************************************************************
000490*
000500*    MODIFICATION HISTORY
000510*    ---------------------------------------------------------
000520*    DATE        BY    DESCRIPTION
000530*    ----------  ----  -----------------------------------------
000540*    2026-10-15  DRO   ORIGINAL VERSION.
000550*    2026-10-15  DRO   ITMVALU AND THE NEW ITMGLIF GL INTERFACE
000560*                      JOIN THE STREAM AS STEPS 7 AND 8, WITH
000570*                      THEIR CARDS AFTER THE ITMPURGE CARD.
000580*                      ITMGLIF IS AN APPLY STEP.  A STREAM ON
000590*                      FILE FROM BEFORE THE NEW STEPS HAS NO ROW
000600*                      FOR THEM, AND IS JUDGED ON THE ROWS IT
000610*                      HAS.
000620*
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.  IBM-370.
000660 OBJECT-COMPUTER.  IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS RL-RECORD-KEY
000730         FILE STATUS IS WS-ITMRUNCT-STATUS.
000740
000750     SELECT STRMRPT ASSIGN TO 'STRMRPT'
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-STRMRPT-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ITMRUNCT
000820     LABEL RECORDS ARE STANDARD.
000830     COPY ITMRUNC.
000840
000850 FD  STRMRPT
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  STRMRPT-LINE                PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-FILE-STATUSES.
000920     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
000930     05  WS-STRMRPT-STATUS       PIC X(02) VALUE '00'.
000940
000950 01  WS-SWITCHES.
000960     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
000970         88  WS-ABNORMAL-RUN             VALUE 'Y'.
000980     05  WS-NOTHING-SW           PIC X(01) VALUE 'N'.
000990         88  WS-NOTHING-TO-DO            VALUE 'Y'.
001000     05  WS-STREAM-DONE-SW       PIC X(01) VALUE 'N'.
001010         88  WS-STREAM-DONE              VALUE 'Y'.
001020     05  WS-ROW-SW               PIC X(01) VALUE 'N'.
001030         88  WS-ROW-FOUND                VALUE 'Y'.
001040     05  WS-SAVE-SW              PIC X(01) VALUE 'N'.
001050         88  WS-SAVE-FAILED              VALUE 'Y'.
001060
001070 01  WS-CURRENT-DATE-TIME.
001080     05  WS-CURR-DATE            PIC 9(08).
001090     05  WS-CURR-TIME.
001100         10  WS-CURR-HH          PIC 9(02).
001110         10  WS-CURR-MN          PIC 9(02).
001120         10  WS-CURR-SS          PIC 9(02).
001130         10  WS-CURR-HS          PIC 9(02).
001140
001150 01  WS-STREAM-OPTION            PIC X(01) VALUE SPACES.
001160     88  WS-OPTION-NORMAL                VALUE ' '.
001170     88  WS-OPTION-NEW-STREAM            VALUE 'N'.
001180     88  WS-OPTION-FORCE-RERUN           VALUE 'F'.
001190
001200 01  WS-SKIP-CARD                PIC X(80) VALUE SPACES.
001210
001220*    THE STREAM.  PER STEP: PROGRAM, HIGHEST RETURN CODE THAT
001230*    STILL COUNTS AS COMPLETE, NUMBER OF SYSIN CARDS THE STEP
001240*    ACCEPTS, THE STEP IT DEPENDS ON (ZERO = NONE), AND Y FOR
001250*    AN APPLY STEP THAT MUST NEVER BE REPEATED BLIND.
001260*      ITMSNAP   RC 08 REFUSED (LOAD LOCK), 16 NO SNAPSHOT
001270*      ITMLOAD   RC 04 SHORT LOAD IS A WARNING; 08 OVERFLOW,
001280*                12 DUPLICATE TRANSMISSION, 16 FATAL
001290*      ITMBAL    RC 04 WARNING; 08 OUT OF BALANCE
001300*      ITMDAPP   RC 08/12 MIRROR NEEDS A RESYNC, 16 FATAL
001310*      ITMREORD  RC 04 WARNING; 08 REFUSED, 16 FATAL
001320*      ITMPURGE  RC 08 REFUSED, 16 FATAL
001330*      ITMVALU   RC 04 TABLE FULL OR NO VALUHIST; 08 REFUSED,
001340*                16 FATAL
001350*      ITMGLIF   RC 04 TIE-OUT INCOMPLETE; 08 REFUSED,
001360*                16 FATAL OR GL FILE OUT OF BALANCE
001370*    ITMDAPP, ITMREORD, ITMPURGE AND ITMVALU EACH NEED ONLY A
001380*    BALANCED LOAD, SO ONE OF THEM FAILING DOES NOT HOLD THE
001390*    OTHERS.  ITMGLIF WAITS FOR ITMVALU, WHOSE WAREHOUSE TOTALS
001400*    ITS CONTROL REPORT TIES TO.  ITMGLIF ADVANCES ITS BATCH
001410*    WINDOW IN ITMRUNCT, SO AN INTERRUPTED RUN IS HELD LIKE
001420*    THE OTHER APPLY STEPS.
001430 01  WS-STEP-DEFS.
001440     05  FILLER                  PIC X(13) VALUE 'ITMSNAP 0410N'.
001450     05  FILLER                  PIC X(13) VALUE 'ITMLOAD 0401N'.
001460     05  FILLER                  PIC X(13) VALUE 'ITMBAL  0402N'.
001470     05  FILLER                  PIC X(13) VALUE 'ITMDAPP 0413Y'.
001480     05  FILLER                  PIC X(13) VALUE 'ITMREORD0403N'.
001490     05  FILLER                  PIC X(13) VALUE 'ITMPURGE0413Y'.
001500     05  FILLER                  PIC X(13) VALUE 'ITMVALU 0413N'.
001510     05  FILLER                  PIC X(13) VALUE 'ITMGLIF 0417Y'.
001520 01  WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
001530     05  WS-STEP-DEF OCCURS 8 TIMES.
001540         10  WS-SD-PROGRAM       PIC X(08).
001550         10  WS-SD-MAX-OK-RC     PIC 9(02).
001560         10  WS-SD-CARDS         PIC 9(01).
001570         10  WS-SD-AFTER-STEP    PIC 9(01).
001580         10  WS-SD-APPLY-SW      PIC X(01).
001590             88  WS-SD-APPLY-STEP        VALUE 'Y'.
001600
001610*    EACH STEP'S STATUS ROW AS READ FROM ITMRUNCT, KEPT UP TO
001620*    DATE AS THE STEPS RUN, AND WHAT BECAME OF THE STEP IN
001630*    THIS RUN OF THE DRIVER FOR THE REPORT.
001640 01  WS-STEP-STATUS-AREA.
001650     05  WS-STEP-STATUS OCCURS 8 TIMES.
001660         10  WS-SS-FOUND-SW      PIC X(01).
001670             88  WS-SS-ON-FILE           VALUE 'Y'.
001680         10  WS-SS-STREAM-DATE   PIC 9(08).
001690         10  WS-SS-STATE         PIC X(01).
001700             88  WS-SS-PENDING           VALUE 'P'.
001710             88  WS-SS-RUNNING           VALUE 'R'.
001720             88  WS-SS-COMPLETE          VALUE 'C'.
001730             88  WS-SS-FAILED            VALUE 'F'.
001740         10  WS-SS-START-DATE    PIC 9(08).
001750         10  WS-SS-START-TIME    PIC 9(06).
001760         10  WS-SS-END-DATE      PIC 9(08).
001770         10  WS-SS-END-TIME      PIC 9(06).
001780         10  WS-SS-RC            PIC 9(04).
001790         10  WS-SS-ATTEMPTS      PIC 9(02).
001800         10  WS-SS-OUTCOME       PIC X(22).
001810
001820 01  WS-STEP-KEY.
001830     05  FILLER                  PIC X(05) VALUE '*STEP'.
001840     05  WS-STEP-KEY-NO          PIC 9(01) VALUE ZERO.
001850     05  FILLER                  PIC X(02) VALUE '* '.
001860
001870 01  WS-CALL-NAME                PIC X(08) VALUE SPACES.
001880 01  WS-STREAM-DATE              PIC 9(08) VALUE ZERO.
001890
001900 77  WS-STEP-IX                  PIC 9(01) VALUE ZERO.
001910 77  WS-AFTER-IX                 PIC 9(01) VALUE ZERO.
001920 77  WS-CALL-RC                  PIC S9(04) COMP VALUE ZERO.
001930 77  WS-STREAM-RC                PIC 9(04) VALUE ZERO.
001940 77  WS-STEPS-RUN                PIC 9(01) VALUE ZERO.
001950
001960 PROCEDURE DIVISION.
001970*
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
002000
002010     IF WS-ABNORMAL-RUN
002020         GO TO 9900-ABEND-EXIT
002030     END-IF.
002040
002050     PERFORM 1200-DECIDE-STREAM THRU 1200-DECIDE-STREAM-EXIT.
002060     IF WS-ABNORMAL-RUN
002070         GO TO 9900-ABEND-EXIT
002080     END-IF.
002090
002100     IF NOT WS-NOTHING-TO-DO
002110         PERFORM 2000-RUN-ONE-STEP THRU 2000-RUN-ONE-STEP-EXIT
002120             VARYING WS-STEP-IX FROM 1 BY 1
002130             UNTIL WS-STEP-IX > 8
002140                OR WS-ABNORMAL-RUN
002150     END-IF.
002160
002170     PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT.
002180     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002190
002200*    THE DRIVER ENDS WITH THE WORST RETURN CODE OF ANY STEP IT
002210*    COULD NOT COMPLETE, SO THE SCHEDULER SEES THE REAL CAUSE
002220*    (RC=12 FOR A DUPLICATE TRANSMISSION, AND SO ON).  A
002230*    STREAM ALREADY COMPLETE FOR THE DAY IS RC=04.
002240     IF WS-NOTHING-TO-DO
002250         MOVE 4 TO RETURN-CODE
002260     ELSE
002270         MOVE WS-STREAM-RC TO RETURN-CODE
002280     END-IF.
002290     IF WS-ABNORMAL-RUN
002300         MOVE 16 TO RETURN-CODE
002310     END-IF.
002320     GO TO 9999-EXIT.
002330
002340 9900-ABEND-EXIT.
002350     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002360     MOVE 16 TO RETURN-CODE.
002370
002380 9999-EXIT.
002390     STOP RUN.
002400*
002410*****************************************************************
002420*    1000 SERIES  --  RUN INITIALIZATION                        *
002430*****************************************************************
002440 1000-INITIALIZE-RUN.
002450     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002460     ACCEPT WS-CURR-TIME FROM TIME.
002470
002480     OPEN OUTPUT STRMRPT.
002490     IF WS-STRMRPT-STATUS NOT = '00'
002500         DISPLAY 'ITMSTRM - UNABLE TO OPEN STRMRPT, STATUS = '
002510             WS-STRMRPT-STATUS
002520         SET WS-ABNORMAL-RUN TO TRUE
002530         GO TO 1000-INITIALIZE-RUN-EXIT
002540     END-IF.
002550
002560     DISPLAY 'ITMSTRM - ENTER STREAM OPTION (BLANK = RUN OR '
002570         'RESUME, N = NEW STREAM, F = RERUN INTERRUPTED '
002580         'APPLY STEP): '
002590         WITH NO ADVANCING.
002600     ACCEPT WS-STREAM-OPTION.
002610     IF NOT WS-OPTION-NORMAL
002620      AND NOT WS-OPTION-NEW-STREAM
002630      AND NOT WS-OPTION-FORCE-RERUN
002640         DISPLAY 'ITMSTRM - STREAM OPTION MUST BE BLANK, N, '
002650             'OR F'
002660         SET WS-ABNORMAL-RUN TO TRUE
002670         GO TO 1000-INITIALIZE-RUN-EXIT
002680     END-IF.
002690
002700*    WITHOUT THE STEP ROWS THE DRIVER CANNOT TELL A FIRST RUN
002710*    FROM A RERUN, AND COULD REPEAT AN APPLY STEP, SO A
002720*    RUN-CONTROL FILE THAT CANNOT BE OPENED STOPS THE STREAM.
002730     OPEN I-O ITMRUNCT.
002740     IF WS-ITMRUNCT-STATUS = '35'
002750         OPEN OUTPUT ITMRUNCT
002760         CLOSE ITMRUNCT
002770         OPEN I-O ITMRUNCT
002780     END-IF.
002790     IF WS-ITMRUNCT-STATUS NOT = '00' AND
002800        WS-ITMRUNCT-STATUS NOT = '05'
002810         DISPLAY 'ITMSTRM - UNABLE TO OPEN ITMRUNCT, STATUS = '
002820             WS-ITMRUNCT-STATUS ', STREAM NOT RUN'
002830         SET WS-ABNORMAL-RUN TO TRUE
002840         GO TO 1000-INITIALIZE-RUN-EXIT
002850     END-IF.
002860     PERFORM 1100-READ-STEP-ROW THRU 1100-READ-STEP-ROW-EXIT
002870         VARYING WS-STEP-IX FROM 1 BY 1
002880         UNTIL WS-STEP-IX > 8.
002890*    THE STEPS OPEN ITMRUNCT THEMSELVES, SO THE DRIVER NEVER
002900*    HOLDS IT ACROSS A CALL.
002910     CLOSE ITMRUNCT.
002920 1000-INITIALIZE-RUN-EXIT.
002930     EXIT.
002940
002950 1100-READ-STEP-ROW.
002960     MOVE 'N'    TO WS-SS-FOUND-SW (WS-STEP-IX).
002970     MOVE ZERO   TO WS-SS-STREAM-DATE (WS-STEP-IX).
002980     MOVE 'P'    TO WS-SS-STATE (WS-STEP-IX).
002990     MOVE ZERO   TO WS-SS-START-DATE (WS-STEP-IX).
003000     MOVE ZERO   TO WS-SS-START-TIME (WS-STEP-IX).
003010     MOVE ZERO   TO WS-SS-END-DATE (WS-STEP-IX).
003020     MOVE ZERO   TO WS-SS-END-TIME (WS-STEP-IX).
003030     MOVE ZERO   TO WS-SS-RC (WS-STEP-IX).
003040     MOVE ZERO   TO WS-SS-ATTEMPTS (WS-STEP-IX).
003050     MOVE SPACES TO WS-SS-OUTCOME (WS-STEP-IX).
003060     MOVE WS-STEP-IX  TO WS-STEP-KEY-NO.
003070     MOVE WS-STEP-KEY TO RL-RECORD-KEY.
003080     READ ITMRUNCT
003090         INVALID KEY
003100             GO TO 1100-READ-STEP-ROW-EXIT
003110     END-READ.
003120     IF NOT RL-STEP-REC
003130         GO TO 1100-READ-STEP-ROW-EXIT
003140     END-IF.
003150     MOVE 'Y'                 TO WS-SS-FOUND-SW (WS-STEP-IX).
003160     MOVE RL-STEP-STREAM-DATE TO WS-SS-STREAM-DATE (WS-STEP-IX).
003170     MOVE RL-STEP-STATE       TO WS-SS-STATE (WS-STEP-IX).
003180     MOVE RL-STEP-START-DATE  TO WS-SS-START-DATE (WS-STEP-IX).
003190     MOVE RL-STEP-START-TIME  TO WS-SS-START-TIME (WS-STEP-IX).
003200     MOVE RL-STEP-END-DATE    TO WS-SS-END-DATE (WS-STEP-IX).
003210     MOVE RL-STEP-END-TIME    TO WS-SS-END-TIME (WS-STEP-IX).
003220     MOVE RL-STEP-RC          TO WS-SS-RC (WS-STEP-IX).
003230     MOVE RL-STEP-ATTEMPTS    TO WS-SS-ATTEMPTS (WS-STEP-IX).
003240 1100-READ-STEP-ROW-EXIT.
003250     EXIT.
003260
003270 1200-DECIDE-STREAM.
003280*    THE STREAM ON FILE IS COMPLETE WHEN ALL EIGHT STEP ROWS
003290*    ARE THERE, CARRY THE SAME STREAM DATE, AND ARE COMPLETE.
003300*    ANYTHING LESS IS AN UNFINISHED STREAM, WHICH IS RESUMED -
003310*    EVEN ON A LATER DAY - UNLESS THE OPERATOR ABANDONS IT.
003320     SET WS-STREAM-DONE TO TRUE.
003330     PERFORM 1210-CHECK-STEP-DONE THRU 1210-CHECK-STEP-DONE-EXIT
003340         VARYING WS-STEP-IX FROM 1 BY 1
003350         UNTIL WS-STEP-IX > 8.
003360
003370     IF WS-SS-ON-FILE (1)
003380      AND NOT WS-STREAM-DONE
003390         IF WS-OPTION-NEW-STREAM
003400             DISPLAY 'ITMSTRM - UNFINISHED STREAM OF '
003410                 WS-SS-STREAM-DATE (1)
003420                 ' ABANDONED BY OPERATOR OPTION N'
003430             PERFORM 1250-START-NEW-STREAM
003440                 THRU 1250-START-NEW-STREAM-EXIT
003450         ELSE
003460             MOVE WS-SS-STREAM-DATE (1) TO WS-STREAM-DATE
003470             DISPLAY 'ITMSTRM - RESUMING THE STREAM OF '
003480                 WS-STREAM-DATE
003490         END-IF
003500         GO TO 1200-DECIDE-STREAM-EXIT
003510     END-IF.
003520
003530     IF WS-STREAM-DONE
003540      AND WS-SS-STREAM-DATE (1) = WS-CURR-DATE
003550      AND NOT WS-OPTION-NEW-STREAM
003560         MOVE WS-CURR-DATE TO WS-STREAM-DATE
003570         DISPLAY 'ITMSTRM - THE STREAM OF ' WS-CURR-DATE
003580             ' IS ALREADY COMPLETE, NOTHING RERUN'
003590         SET WS-NOTHING-TO-DO TO TRUE
003600         GO TO 1200-DECIDE-STREAM-EXIT
003610     END-IF.
003620
003630     PERFORM 1250-START-NEW-STREAM
003640         THRU 1250-START-NEW-STREAM-EXIT.
003650 1200-DECIDE-STREAM-EXIT.
003660     EXIT.
003670
003680 1210-CHECK-STEP-DONE.
003690*    A STREAM STARTED BEFORE A STEP WAS ADDED HAS NO ROW FOR
003700*    IT.  EVERY STREAM STARTED SINCE WRITES A ROW FOR EACH STEP
003710*    AT 1250, SO ONLY THE ROWS ON FILE ARE JUDGED.
003720     IF NOT WS-SS-ON-FILE (WS-STEP-IX)
003730         GO TO 1210-CHECK-STEP-DONE-EXIT
003740     END-IF.
003750     IF NOT WS-SS-COMPLETE (WS-STEP-IX)
003760      OR WS-SS-STREAM-DATE (WS-STEP-IX)
003770             NOT = WS-SS-STREAM-DATE (1)
003780         MOVE 'N' TO WS-STREAM-DONE-SW
003790     END-IF.
003800 1210-CHECK-STEP-DONE-EXIT.
003810     EXIT.
003820
003830 1250-START-NEW-STREAM.
003840*    EVERY STEP ROW IS RESET TO PENDING UNDER TODAY'S STREAM
003850*    DATE BEFORE ANY STEP RUNS.
003860     MOVE WS-CURR-DATE TO WS-STREAM-DATE.
003870     DISPLAY 'ITMSTRM - STARTING THE STREAM OF ' WS-STREAM-DATE.
003880     PERFORM 1260-RESET-ONE-STEP THRU 1260-RESET-ONE-STEP-EXIT
003890         VARYING WS-STEP-IX FROM 1 BY 1
003900         UNTIL WS-STEP-IX > 8
003910            OR WS-ABNORMAL-RUN.
003920 1250-START-NEW-STREAM-EXIT.
003930     EXIT.
003940
003950 1260-RESET-ONE-STEP.
003960     MOVE WS-STREAM-DATE TO WS-SS-STREAM-DATE (WS-STEP-IX).
003970     MOVE 'P'            TO WS-SS-STATE (WS-STEP-IX).
003980     MOVE ZERO           TO WS-SS-START-DATE (WS-STEP-IX).
003990     MOVE ZERO           TO WS-SS-START-TIME (WS-STEP-IX).
004000     MOVE ZERO           TO WS-SS-END-DATE (WS-STEP-IX).
004010     MOVE ZERO           TO WS-SS-END-TIME (WS-STEP-IX).
004020     MOVE ZERO           TO WS-SS-RC (WS-STEP-IX).
004030     MOVE ZERO           TO WS-SS-ATTEMPTS (WS-STEP-IX).
004040     PERFORM 2900-SAVE-STEP-ROW THRU 2900-SAVE-STEP-ROW-EXIT.
004050     IF WS-SAVE-FAILED
004060         SET WS-ABNORMAL-RUN TO TRUE
004070     END-IF.
004080 1260-RESET-ONE-STEP-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120*    2000 SERIES  --  STEP EXECUTION                            *
004130*****************************************************************
004140 2000-RUN-ONE-STEP.
004150     IF WS-SS-COMPLETE (WS-STEP-IX)
004160         MOVE 'ALREADY COMPLETE' TO WS-SS-OUTCOME (WS-STEP-IX)
004170         DISPLAY 'ITMSTRM - STEP ' WS-STEP-IX ' '
004180             WS-SD-PROGRAM (WS-STEP-IX) ' COMPLETED ON '
004190             WS-SS-END-DATE (WS-STEP-IX) ', NOT RERUN'
004200         PERFORM 2150-SKIP-STEP-CARDS
004210             THRU 2150-SKIP-STEP-CARDS-EXIT
004220         GO TO 2000-RUN-ONE-STEP-EXIT
004230     END-IF.
004240
004250     MOVE WS-SD-AFTER-STEP (WS-STEP-IX) TO WS-AFTER-IX.
004260     IF WS-AFTER-IX > ZERO
004270         IF NOT WS-SS-COMPLETE (WS-AFTER-IX)
004280             STRING 'HELD - STEP ' WS-AFTER-IX ' NOT DONE'
004290                 DELIMITED BY SIZE
004300                 INTO WS-SS-OUTCOME (WS-STEP-IX)
004310             DISPLAY 'ITMSTRM - STEP ' WS-STEP-IX ' '
004320                 WS-SD-PROGRAM (WS-STEP-IX) ' HELD, STEP '
004330                 WS-AFTER-IX ' HAS NOT COMPLETED'
004340             PERFORM 2150-SKIP-STEP-CARDS
004350                 THRU 2150-SKIP-STEP-CARDS-EXIT
004360             GO TO 2000-RUN-ONE-STEP-EXIT
004370         END-IF
004380     END-IF.
004390
004400*    A STEP LEFT RUNNING WAS CUT OFF PART WAY.  THE REPORT AND
004410*    RECONCILIATION STEPS, AND THE LOAD WITH ITS OWN CHECKPOINT
004420*    RESTART, ARE SAFE TO RUN AGAIN.  AN APPLY STEP MAY HAVE
004430*    APPLIED SOME OR ALL OF ITS WORK, SO IT WAITS FOR THE
004440*    OPERATOR'S F OPTION.
004450     IF WS-SS-RUNNING (WS-STEP-IX)
004460         IF WS-SD-APPLY-STEP (WS-STEP-IX)
004470          AND NOT WS-OPTION-FORCE-RERUN
004480             MOVE 'HELD - INTERRUPTED'
004490                 TO WS-SS-OUTCOME (WS-STEP-IX)
004500             DISPLAY 'ITMSTRM - STEP ' WS-STEP-IX ' '
004510                 WS-SD-PROGRAM (WS-STEP-IX) ' WAS INTERRUPTED '
004520                 'ON ' WS-SS-START-DATE (WS-STEP-IX)
004530             DISPLAY 'ITMSTRM - CHECK WHAT IT APPLIED, THEN '
004540                 'RERUN WITH STREAM OPTION F'
004550             MOVE 16 TO WS-STREAM-RC
004560             PERFORM 2150-SKIP-STEP-CARDS
004570                 THRU 2150-SKIP-STEP-CARDS-EXIT
004580             GO TO 2000-RUN-ONE-STEP-EXIT
004590         END-IF
004600         DISPLAY 'ITMSTRM - STEP ' WS-STEP-IX ' '
004610             WS-SD-PROGRAM (WS-STEP-IX) ' WAS INTERRUPTED, '
004620             'RUNNING IT AGAIN'
004630     END-IF.
004640
004650*    THE STEP IS MARKED RUNNING BEFORE IT IS CALLED.  IF THAT
004660*    CANNOT BE RECORDED THE STEP IS NOT RUN - A STEP THAT RAN
004670*    WITHOUT A ROW WOULD BE RUN A SECOND TIME BY THE RERUN.
004680     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
004690     ACCEPT WS-CURR-TIME FROM TIME.
004700     MOVE 'R'                TO WS-SS-STATE (WS-STEP-IX).
004710     MOVE WS-CURR-DATE       TO WS-SS-START-DATE (WS-STEP-IX).
004720     MOVE WS-CURR-TIME (1:6) TO WS-SS-START-TIME (WS-STEP-IX).
004730     MOVE ZERO               TO WS-SS-END-DATE (WS-STEP-IX).
004740     MOVE ZERO               TO WS-SS-END-TIME (WS-STEP-IX).
004750     MOVE ZERO               TO WS-SS-RC (WS-STEP-IX).
004760     ADD 1 TO WS-SS-ATTEMPTS (WS-STEP-IX).
004770     PERFORM 2900-SAVE-STEP-ROW THRU 2900-SAVE-STEP-ROW-EXIT.
004780     IF WS-SAVE-FAILED
004790         MOVE 'NOT RUN - NO STATUS' TO WS-SS-OUTCOME (WS-STEP-IX)
004800         SET WS-ABNORMAL-RUN TO TRUE
004810         GO TO 2000-RUN-ONE-STEP-EXIT
004820     END-IF.
004830
004840     DISPLAY 'ITMSTRM - STEP ' WS-STEP-IX ' '
004850         WS-SD-PROGRAM (WS-STEP-IX) ' STARTING'.
004860     PERFORM 2100-CALL-STEP THRU 2100-CALL-STEP-EXIT.
004870     ADD 1 TO WS-STEPS-RUN.
004880
004890     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
004900     ACCEPT WS-CURR-TIME FROM TIME.
004910     MOVE WS-CURR-DATE       TO WS-SS-END-DATE (WS-STEP-IX).
004920     MOVE WS-CURR-TIME (1:6) TO WS-SS-END-TIME (WS-STEP-IX).
004930     MOVE WS-CALL-RC         TO WS-SS-RC (WS-STEP-IX).
004940     IF WS-CALL-RC > WS-SD-MAX-OK-RC (WS-STEP-IX)
004950         MOVE 'F' TO WS-SS-STATE (WS-STEP-IX)
004960         MOVE 'RAN - FAILED' TO WS-SS-OUTCOME (WS-STEP-IX)
004970         IF WS-SS-RC (WS-STEP-IX) > WS-STREAM-RC
004980             MOVE WS-SS-RC (WS-STEP-IX) TO WS-STREAM-RC
004990         END-IF
005000     ELSE
005010         MOVE 'C' TO WS-SS-STATE (WS-STEP-IX)
005020         MOVE 'RAN - COMPLETE' TO WS-SS-OUTCOME (WS-STEP-IX)
005030     END-IF.
005040     PERFORM 2900-SAVE-STEP-ROW THRU 2900-SAVE-STEP-ROW-EXIT.
005050     IF WS-SAVE-FAILED
005060         SET WS-ABNORMAL-RUN TO TRUE
005070     END-IF.
005080     DISPLAY 'ITMSTRM - STEP ' WS-STEP-IX ' '
005090         WS-SD-PROGRAM (WS-STEP-IX) ' ENDED RC='
005100         WS-SS-RC (WS-STEP-IX).
005110     IF WS-SS-FAILED (WS-STEP-IX)
005120         PERFORM 2200-EXPLAIN-FAILURE
005130             THRU 2200-EXPLAIN-FAILURE-EXIT
005140     END-IF.
005150 2000-RUN-ONE-STEP-EXIT.
005160     EXIT.
005170
005180 2100-CALL-STEP.
005190*    EACH STEP STARTS FROM A ZERO RETURN CODE - THE PROGRAMS
005200*    ONLY EVER RAISE IT - AND IS CANCELLED AFTERWARDS SO A
005210*    LATER RUN OF THE DRIVER GETS IT IN ITS INITIAL STATE.
005220     MOVE WS-SD-PROGRAM (WS-STEP-IX) TO WS-CALL-NAME.
005230     MOVE ZERO TO RETURN-CODE.
005240     CALL WS-CALL-NAME
005250         ON EXCEPTION
005260             DISPLAY 'ITMSTRM - UNABLE TO LOAD PROGRAM '
005270                 WS-CALL-NAME
005280             MOVE 16 TO RETURN-CODE
005290     END-CALL.
005300     MOVE RETURN-CODE TO WS-CALL-RC.
005310     IF WS-CALL-RC < ZERO
005320         MOVE 16 TO WS-CALL-RC
005330     END-IF.
005340     CANCEL WS-CALL-NAME.
005350     MOVE ZERO TO RETURN-CODE.
005360 2100-CALL-STEP-EXIT.
005370     EXIT.
005380
005390 2150-SKIP-STEP-CARDS.
005400*    A STEP NOT RUN STILL HAS ITS CARDS IN THE DECK.  THEY ARE
005410*    READ PAST SO THE NEXT STEP THAT RUNS GETS ITS OWN.
005420     PERFORM 2160-SKIP-ONE-CARD THRU 2160-SKIP-ONE-CARD-EXIT
005430         WS-SD-CARDS (WS-STEP-IX) TIMES.
005440 2150-SKIP-STEP-CARDS-EXIT.
005450     EXIT.
005460
005470 2160-SKIP-ONE-CARD.
005480     ACCEPT WS-SKIP-CARD.
005490 2160-SKIP-ONE-CARD-EXIT.
005500     EXIT.
005510
005520 2200-EXPLAIN-FAILURE.
005530*    THE RETURN CODES THAT MEAN SOMETHING SPECIFIC ARE SPELLED
005540*    OUT FOR THE OPERATOR; ANYTHING ELSE IS IN THE STEP'S OWN
005550*    REPORT AND CONSOLE MESSAGES.
005560     IF WS-SD-PROGRAM (WS-STEP-IX) = 'ITMLOAD'
005570      AND WS-CALL-RC = 12
005580         DISPLAY 'ITMSTRM - DUPLICATE TRANSMISSION: A FEED WAS '
005590             'ALREADY LOADED.  SUPPLY THE CORRECT FILES AND '
005600             'RERUN.'
005610         GO TO 2200-EXPLAIN-FAILURE-EXIT
005620     END-IF.
005630     IF WS-SD-PROGRAM (WS-STEP-IX) = 'ITMBAL'
005640      AND WS-CALL-RC = 8
005650         DISPLAY 'ITMSTRM - LOAD OUT OF BALANCE, SEE BALRPT.  '
005660             'DOWNSTREAM STEPS HELD.'
005670         GO TO 2200-EXPLAIN-FAILURE-EXIT
005680     END-IF.
005690     IF WS-SD-PROGRAM (WS-STEP-IX) = 'ITMDAPP'
005700      AND (WS-CALL-RC = 8 OR WS-CALL-RC = 12)
005710         DISPLAY 'ITMSTRM - MIRROR NEEDS A RESYNC.  RERUN WITH '
005720             'THE ITMDAPP CARD SET TO R.'
005730         GO TO 2200-EXPLAIN-FAILURE-EXIT
005740     END-IF.
005750     DISPLAY 'ITMSTRM - STEP ' WS-STEP-IX ' '
005760         WS-SD-PROGRAM (WS-STEP-IX) ' FAILED, RC OVER ITS '
005770         'LIMIT OF ' WS-SD-MAX-OK-RC (WS-STEP-IX)
005780         '.  STEPS DEPENDING ON IT ARE HELD.'.
005790 2200-EXPLAIN-FAILURE-EXIT.
005800     EXIT.
005810
005820 2900-SAVE-STEP-ROW.
005830*    WRITES THE STATUS ROW FOR STEP WS-STEP-IX FROM THE TABLE.
005840*    ITMRUNCT IS OPENED AND CLOSED AROUND EACH WRITE SO IT IS
005850*    NEVER HELD WHILE A STEP RUNS.
005860     MOVE 'N' TO WS-SAVE-SW.
005870     OPEN I-O ITMRUNCT.
005880     IF WS-ITMRUNCT-STATUS NOT = '00'
005890         DISPLAY 'ITMSTRM - ITMRUNCT OPEN STATUS = '
005900             WS-ITMRUNCT-STATUS ', STEP STATUS NOT SAVED'
005910         SET WS-SAVE-FAILED TO TRUE
005920         GO TO 2900-SAVE-STEP-ROW-EXIT
005930     END-IF.
005940     MOVE WS-STEP-IX  TO WS-STEP-KEY-NO.
005950     MOVE WS-STEP-KEY TO RL-RECORD-KEY.
005960     MOVE 'N' TO WS-ROW-SW.
005970     READ ITMRUNCT
005980         INVALID KEY
005990             CONTINUE
006000         NOT INVALID KEY
006010             SET WS-ROW-FOUND TO TRUE
006020     END-READ.
006030     MOVE SPACES      TO RUNCTL-RECORD.
006040     MOVE WS-STEP-KEY TO RL-RECORD-KEY.
006050     SET RL-STEP-REC  TO TRUE.
006060     MOVE WS-SD-PROGRAM (WS-STEP-IX)     TO RL-STEP-PROGRAM.
006070     MOVE WS-SS-STREAM-DATE (WS-STEP-IX) TO RL-STEP-STREAM-DATE.
006080     MOVE WS-SS-STATE (WS-STEP-IX)       TO RL-STEP-STATE.
006090     MOVE WS-SS-START-DATE (WS-STEP-IX)  TO RL-STEP-START-DATE.
006100     MOVE WS-SS-START-TIME (WS-STEP-IX)  TO RL-STEP-START-TIME.
006110     MOVE WS-SS-END-DATE (WS-STEP-IX)    TO RL-STEP-END-DATE.
006120     MOVE WS-SS-END-TIME (WS-STEP-IX)    TO RL-STEP-END-TIME.
006130     MOVE WS-SS-RC (WS-STEP-IX)          TO RL-STEP-RC.
006140     MOVE WS-SS-ATTEMPTS (WS-STEP-IX)    TO RL-STEP-ATTEMPTS.
006150     IF WS-ROW-FOUND
006160         REWRITE RUNCTL-RECORD
006170             INVALID KEY
006180                 SET WS-SAVE-FAILED TO TRUE
006190         END-REWRITE
006200     ELSE
006210         WRITE RUNCTL-RECORD
006220             INVALID KEY
006230                 SET WS-SAVE-FAILED TO TRUE
006240         END-WRITE
006250     END-IF.
006260     IF WS-SAVE-FAILED
006270         DISPLAY 'ITMSTRM - UNABLE TO SAVE STATUS FOR STEP '
006280             WS-STEP-IX ', STATUS = ' WS-ITMRUNCT-STATUS
006290     ELSE
006300         MOVE 'Y' TO WS-SS-FOUND-SW (WS-STEP-IX)
006310     END-IF.
006320     CLOSE ITMRUNCT.
006330 2900-SAVE-STEP-ROW-EXIT.
006340     EXIT.
006350*
006360*****************************************************************
006370*    3000 SERIES  --  STREAM STATUS REPORT                      *
006380*****************************************************************
006390 3000-WRITE-REPORT.
006400     MOVE SPACES TO STRMRPT-LINE.
006410     STRING 'ITMSTRM  NIGHTLY STREAM STATUS REPORT'
006420         DELIMITED BY SIZE INTO STRMRPT-LINE.
006430     WRITE STRMRPT-LINE.
006440
006450     MOVE SPACES TO STRMRPT-LINE.
006460     STRING 'RUN DATE: ' WS-CURR-DATE
006470         '   STREAM OF: ' WS-STREAM-DATE
006480         '   OPTION: ' WS-STREAM-OPTION
006490         DELIMITED BY SIZE INTO STRMRPT-LINE.
006500     WRITE STRMRPT-LINE.
006510
006520     MOVE SPACES TO STRMRPT-LINE.
006530     WRITE STRMRPT-LINE.
006540
006550     MOVE SPACES TO STRMRPT-LINE.
006560     STRING 'STEP PROGRAM  ST STARTED         ENDED'
006570         '           RC   THIS RUN'
006580         DELIMITED BY SIZE INTO STRMRPT-LINE.
006590     WRITE STRMRPT-LINE.
006600
006610     PERFORM 3100-WRITE-STEP-LINE THRU 3100-WRITE-STEP-LINE-EXIT
006620         VARYING WS-STEP-IX FROM 1 BY 1
006630         UNTIL WS-STEP-IX > 8.
006640
006650     SET WS-STREAM-DONE TO TRUE.
006660     PERFORM 1210-CHECK-STEP-DONE THRU 1210-CHECK-STEP-DONE-EXIT
006670         VARYING WS-STEP-IX FROM 1 BY 1
006680         UNTIL WS-STEP-IX > 8.
006690     MOVE SPACES TO STRMRPT-LINE.
006700     WRITE STRMRPT-LINE.
006710     MOVE SPACES TO STRMRPT-LINE.
006720     IF WS-STREAM-DONE
006730         STRING 'STREAM COMPLETE.  STEPS RUN THIS TIME: '
006740             WS-STEPS-RUN
006750             DELIMITED BY SIZE INTO STRMRPT-LINE
006760         DISPLAY 'ITMSTRM - STREAM OF ' WS-STREAM-DATE
006770             ' COMPLETE'
006780     ELSE
006790         STRING 'STREAM NOT COMPLETE - CORRECT THE FAILED STEP '
006800             'AND RERUN ITMSTRM TO RESUME'
006810             DELIMITED BY SIZE INTO STRMRPT-LINE
006820         DISPLAY 'ITMSTRM - STREAM OF ' WS-STREAM-DATE
006830             ' NOT COMPLETE'
006840     END-IF.
006850     WRITE STRMRPT-LINE.
006860 3000-WRITE-REPORT-EXIT.
006870     EXIT.
006880
006890 3100-WRITE-STEP-LINE.
006900     MOVE SPACES TO STRMRPT-LINE.
006910     STRING ' ' WS-STEP-IX '   '
006920         WS-SD-PROGRAM (WS-STEP-IX) ' '
006930         WS-SS-STATE (WS-STEP-IX) '  '
006940         WS-SS-START-DATE (WS-STEP-IX) ' '
006950         WS-SS-START-TIME (WS-STEP-IX) ' '
006960         WS-SS-END-DATE (WS-STEP-IX) ' '
006970         WS-SS-END-TIME (WS-STEP-IX) ' '
006980         WS-SS-RC (WS-STEP-IX) ' '
006990         WS-SS-OUTCOME (WS-STEP-IX)
007000         DELIMITED BY SIZE INTO STRMRPT-LINE.
007010     WRITE STRMRPT-LINE.
007020 3100-WRITE-STEP-LINE-EXIT.
007030     EXIT.
007040*
007050*****************************************************************
007060*    9000 SERIES  --  TERMINATION                                *
007070*****************************************************************
007080 9000-CLOSE-FILES.
007090     CLOSE STRMRPT.
007100 9000-CLOSE-FILES-EXIT.
007110     EXIT.
