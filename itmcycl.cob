000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ITMCYCL.
000030 AUTHOR.  D R OKAFOR.
000040 INSTALLATION.  MERIDIAN DISTRIBUTION - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*                                                               *
000100*    ITMCYCL  --  WAREHOUSE CYCLE COUNT                         *
000110*                                                               *
000120*    UNTIL NOW IT-ONHAND-QTY ONLY MOVED THROUGH THE NIGHTLY     *
000130*    FEED OR A MANUAL ITMINQ/ITMUPDT CORRECTION - NOTHING       *
000140*    SUPPORTED THE WAREHOUSE'S PHYSICAL CYCLE COUNTS.  MODE S   *
000150*    SELECTS ONE WAREHOUSE'S ITEMS ON A ROTATING CYCLE (EACH    *
000160*    ITEM COMES UP ONCE EVERY CYCLE-LENGTH DAYS, BY ITEM KEY    *
000170*    AGAINST THE DAY NUMBER), PRINTS BLIND COUNT SHEETS TO      *
000180*    CYCLSHT, AND ISSUES A ROW PER ITEM ON THE CYCLCNT KEYED    *
000190*    RESULT FILE FOR THE CLERKS TO KEY THEIR COUNTS INTO.  ANY  *
000200*    ITEM HELD FOR RECOUNT GOES BACK ON THE SHEET WHETHER OR    *
000210*    NOT ITS TURN HAS COME.  MODE E IS THE ATTENDED COUNT       *
000220*    ENTRY: A PROFILED OPERATOR KEYS EACH SHEET LINE'S ITEM,    *
000230*    COUNTED QUANTITY AND CLERK ID, AND THE ISSUED OR HELD      *
000240*    CYCLCNT ROW IS MARKED COUNTED.  THE BOOK QUANTITY IS NOT   *
000250*    SHOWN, SO THE COUNT STAYS BLIND.  MODE P READS THE COUNTS  *
000260*    BACK, PRINTS A VARIANCE REPORT (COUNTED AGAINST BOOK,      *
000270*    VALUED AT IT-UNIT-COST) TO CYCLRPT, AND POSTS EACH COUNT   *
000280*    WITHIN TOLERANCE TO ITEMTAB WITH AN ITMJRNL BEFORE/AFTER   *
000290*    RECORD, EXACTLY AS AN ITMUPDT CORRECTION IS POSTED.  A     *
000300*    VARIANCE OVER TOLERANCE IS HELD FOR RECOUNT INSTEAD; IT    *
000310*    POSTS ONLY WHEN THE RECOUNT COMES IN WITHIN TOLERANCE OR   *
000320*    AGREES WITH THE COUNT THAT TRIPPED IT.                     *
000330*                                                               *
000340*****************************************************************
000350*
000360*    MODIFICATION HISTORY
000370*    ---------------------------------------------------------
000380*    DATE        BY    DESCRIPTION
000390*    ----------  ----  -----------------------------------------
000400*    2026-10-15  DRO   ORIGINAL VERSION.
000410*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000420*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000430*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000440*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000450*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000460*    2026-10-15  DRO   THE ITMJRNL RECORD FOR A POSTED COUNT NOW
000470*                      CARRIES ACTION CODE C INSTEAD OF U, SO
000480*                      THE NEW ITMGLIF GL INTERFACE DOES NOT POST
000490*                      A COUNT ADJUSTMENT AS A MANUAL CORRECTION.
000500*                      ITMINQ BACKS IT OUT JUST AS BEFORE.
000510*    2026-10-15  DRO   NEW MODE E TO KEY THE SHEET COUNTS INTO
000520*                      CYCLCNT.  UNTIL NOW NOTHING MARKED A ROW
000530*                      COUNTED, SO THE POST RUN HAD NOTHING TO DO.
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT ITEMTAB ASSIGN TO 'ITEMTAB'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS IT-ITEM-KEY
000650         ALTERNATE RECORD KEY IS IT-VENDOR-NO
000660             WITH DUPLICATES
000670         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
000680             WITH DUPLICATES
000690         ALTERNATE RECORD KEY IS IT-ITEM-DESC
000700             WITH DUPLICATES
000710         FILE STATUS IS WS-ITEMTAB-STATUS.
000720
000730     SELECT OPTIONAL CYCLCNT ASSIGN TO 'CYCLCNT'
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS CC-ITEM-KEY
000770         FILE STATUS IS WS-CYCLCNT-STATUS.
000780
000790     SELECT CYCLSHT ASSIGN TO 'CYCLSHT'
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-CYCLSHT-STATUS.
000820
000830     SELECT CYCLRPT ASSIGN TO 'CYCLRPT'
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-CYCLRPT-STATUS.
000860
000870     SELECT OPTIONAL ITMJRNL ASSIGN TO 'ITMJRNL'
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-ITMJRNL-STATUS.
000900
000910     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS RL-RECORD-KEY
000950         FILE STATUS IS WS-ITMRUNCT-STATUS.
000960
000970     SELECT OPTIONAL OPERPROF ASSIGN TO 'OPERPROF'
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS OP-OPERATOR-ID
001010         FILE STATUS IS WS-OPERPROF-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  ITEMTAB
001060     LABEL RECORDS ARE STANDARD.
001070     COPY ITMTABR.
001080
001090 FD  CYCLCNT
001100     LABEL RECORDS ARE STANDARD.
001110     COPY ITMCYCR.
001120
001130 FD  CYCLSHT
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  CYCLSHT-LINE                PIC X(80).
001170
001180 FD  CYCLRPT
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  CYCLRPT-LINE                PIC X(80).
001220
001230 FD  ITMJRNL
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260     COPY ITMJRNL.
001270
001280 FD  ITMRUNCT
001290     LABEL RECORDS ARE STANDARD.
001300     COPY ITMRUNC.
001310
001320 FD  OPERPROF
001330     LABEL RECORDS ARE STANDARD.
001340     COPY ITMOPRR.
001350
001360 WORKING-STORAGE SECTION.
001370 01  WS-FILE-STATUSES.
001380     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001390     05  WS-CYCLCNT-STATUS       PIC X(02) VALUE '00'.
001400     05  WS-CYCLSHT-STATUS       PIC X(02) VALUE '00'.
001410     05  WS-CYCLRPT-STATUS       PIC X(02) VALUE '00'.
001420     05  WS-ITMJRNL-STATUS       PIC X(02) VALUE '00'.
001430     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001440     05  WS-OPERPROF-STATUS      PIC X(02) VALUE '00'.
001450
001460 01  WS-SWITCHES.
001470     05  WS-ITEMTAB-EOF-SW       PIC X(01) VALUE 'N'.
001480         88  WS-ITEMTAB-EOF              VALUE 'Y'.
001490     05  WS-CYCLCNT-EOF-SW       PIC X(01) VALUE 'N'.
001500         88  WS-CYCLCNT-EOF              VALUE 'Y'.
001510     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001520         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001530     05  WS-ROW-FOUND-SW         PIC X(01) VALUE 'N'.
001540         88  WS-ROW-FOUND                 VALUE 'Y'.
001550         88  WS-ROW-NOT-FOUND             VALUE 'N'.
001560     05  WS-COUNT-ROW-SW         PIC X(01) VALUE 'N'.
001570         88  WS-COUNT-ROW-FOUND           VALUE 'Y'.
001580         88  WS-COUNT-ROW-NOT-FOUND       VALUE 'N'.
001590     05  WS-TOLERANCE-SW         PIC X(01) VALUE 'N'.
001600         88  WS-OVER-TOLERANCE            VALUE 'Y'.
001610         88  WS-WITHIN-TOLERANCE          VALUE 'N'.
001620     05  WS-ENTRY-DONE-SW        PIC X(01) VALUE 'N'.
001630         88  WS-ENTRY-DONE                VALUE 'Y'.
001640
001650 01  WS-CURRENT-DATE-TIME.
001660     05  WS-CURR-DATE            PIC 9(08).
001670     05  WS-CURR-TIME.
001680         10  WS-CURR-HH          PIC 9(02).
001690         10  WS-CURR-MN          PIC 9(02).
001700         10  WS-CURR-SS          PIC 9(02).
001710         10  WS-CURR-HS          PIC 9(02).
001720
001730 01  WS-RUN-MODE-ENTERED        PIC X(01) VALUE SPACES.
001740     88  WS-MODE-SHEETS                  VALUE 'S'.
001750     88  WS-MODE-POST                    VALUE 'P'.
001760     88  WS-MODE-ENTRY                   VALUE 'E'.
001770
001780 01  WS-OPERATOR-INPUT.
001790     05  WS-WHSE-ENTERED         PIC X(02) VALUE SPACES.
001800     05  WS-CYCLE-ENTERED        PIC X(03) VALUE SPACES.
001810     05  WS-CYCLE-ENTERED-N REDEFINES WS-CYCLE-ENTERED
001820                                 PIC 9(03).
001830     05  WS-TOL-ENTERED          PIC X(03) VALUE SPACES.
001840     05  WS-TOL-ENTERED-N REDEFINES WS-TOL-ENTERED
001850                                 PIC 9(03).
001860     05  WS-KEY-ENTERED          PIC 9(05) VALUE ZERO.
001870     05  WS-QTY-ENTERED          PIC X(05) VALUE SPACES.
001880     05  WS-QTY-ENTERED-N REDEFINES WS-QTY-ENTERED
001890                                 PIC 9(05).
001900     05  WS-COUNTER-ENTERED      PIC X(08) VALUE SPACES.
001910
001920*    VARIANCE WORK.  THE VARIANCE IS COUNTED MINUS BOOK, SO A
001930*    SHORTAGE IS NEGATIVE - THE SAME SIGN THE LEDGER WANTS.
001940 01  WS-VARIANCE-WORK.
001950     05  WS-BOOK-QTY             PIC 9(05) VALUE ZERO.
001960     05  WS-VARIANCE-QTY         PIC S9(05) VALUE ZERO.
001970     05  WS-VARIANCE-ABS         PIC 9(05) VALUE ZERO.
001980     05  WS-VARIANCE-VALUE       PIC S9(10)V99 VALUE ZERO.
001990     05  WS-TOLERANCE-QTY        PIC 9(07)V99 VALUE ZERO.
002000     05  WS-DISPOSITION          PIC X(11) VALUE SPACES.
002010
002020 01  WS-ROTATION-WORK.
002030     05  WS-DAY-INTEGER          PIC 9(07) VALUE ZERO.
002040     05  WS-DIV-QUOTIENT         PIC 9(07) VALUE ZERO.
002050     05  WS-TODAY-SLOT           PIC 9(03) VALUE ZERO.
002060     05  WS-ITEM-SLOT            PIC 9(03) VALUE ZERO.
002070     05  WS-SHEET-TYPE           PIC X(07) VALUE SPACES.
002080
002090 01  WS-PRINT-WORK.
002100     05  WS-EDIT-QTY             PIC ZZZZ9.
002110     05  WS-EDIT-COUNTED         PIC ZZZZ9.
002120     05  WS-EDIT-VARIANCE        PIC -ZZZZ9.
002130     05  WS-EDIT-VALUE           PIC -Z,ZZZ,ZZ9.99.
002140     05  WS-EDIT-TOTAL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002150
002160 01  WS-BEFORE-IMAGE             PIC X(64) VALUE SPACES.
002170
002180 01  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
002190
002200 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002210
002220 77  WS-CYCLE-DAYS               PIC 9(03) VALUE 20.
002230 77  WS-TOLERANCE-PCT            PIC 9(03) VALUE 5.
002240 77  WS-ROWS-READ                PIC 9(05) VALUE ZERO.
002250 77  WS-ITEMS-SELECTED           PIC 9(05) VALUE ZERO.
002260 77  WS-RECOUNTS-ISSUED          PIC 9(05) VALUE ZERO.
002270 77  WS-PENDING-SKIPPED          PIC 9(05) VALUE ZERO.
002280 77  WS-COUNTS-READ              PIC 9(05) VALUE ZERO.
002290 77  WS-COUNTS-POSTED            PIC 9(05) VALUE ZERO.
002300 77  WS-COUNTS-NO-VARIANCE       PIC 9(05) VALUE ZERO.
002310 77  WS-COUNTS-CONFIRMED         PIC 9(05) VALUE ZERO.
002320 77  WS-COUNTS-HELD              PIC 9(05) VALUE ZERO.
002330 77  WS-COUNTS-NOT-ON-FILE       PIC 9(05) VALUE ZERO.
002340 77  WS-COUNTS-OUTSTANDING       PIC 9(05) VALUE ZERO.
002350 77  WS-POSTED-VALUE             PIC S9(11)V99 VALUE ZERO.
002360 77  WS-HELD-VALUE               PIC S9(11)V99 VALUE ZERO.
002370 77  WS-COUNTS-ENTERED           PIC 9(05) VALUE ZERO.
002380 77  WS-ENTRIES-REFUSED          PIC 9(05) VALUE ZERO.
002390
002400 PROCEDURE DIVISION.
002410*
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
002440
002450     IF WS-ABNORMAL-RUN
002460         GO TO 9900-ABEND-EXIT
002470     END-IF.
002480
002490     IF WS-MODE-SHEETS
002500         PERFORM 2000-ISSUE-SHEETS THRU 2000-ISSUE-SHEETS-EXIT
002510     ELSE
002520         IF WS-MODE-ENTRY
002530             PERFORM 6000-ENTER-COUNTS THRU 6000-ENTER-COUNTS-EXIT
002540         ELSE
002550             PERFORM 3000-POST-COUNTS THRU 3000-POST-COUNTS-EXIT
002560         END-IF
002570     END-IF.
002580
002590     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002600     GO TO 9999-EXIT.
002610
002620 9900-ABEND-EXIT.
002630     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002640
002650 9999-EXIT.
002660     STOP RUN.
002670*
002680*****************************************************************
002690*    1000 SERIES  --  RUN INITIALIZATION                        *
002700*****************************************************************
002710 1000-INITIALIZE-RUN.
002720     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002730     ACCEPT WS-CURR-TIME FROM TIME.
002740
002750*    NO BLANK DEFAULT HERE, UNLIKE ITMSNAP AND ITMDAPP - THE
002760*    MODES DO VERY DIFFERENT THINGS TO ITEMTAB AND THE OPERATOR
002770*    MUST SAY WHICH ONE THEY MEAN.
002780     DISPLAY 'ITMCYCL - ENTER RUN MODE (S = PRINT COUNT '
002790         'SHEETS, E = ENTER COUNTS, P = POST COUNTS): '
002800         WITH NO ADVANCING.
002810     ACCEPT WS-RUN-MODE-ENTERED.
002820     IF NOT WS-MODE-SHEETS
002830      AND NOT WS-MODE-ENTRY
002840      AND NOT WS-MODE-POST
002850         DISPLAY 'ITMCYCL - RUN MODE MUST BE S, E OR P'
002860         SET WS-ABNORMAL-RUN TO TRUE
002870         MOVE 16 TO RETURN-CODE
002880         GO TO 1000-INITIALIZE-RUN-EXIT
002890     END-IF.
002900
002910     IF WS-MODE-SHEETS
002920         PERFORM 1100-ACCEPT-SHEET-PARMS
002930             THRU 1100-ACCEPT-SHEET-PARMS-EXIT
002940     ELSE
002950         IF WS-MODE-ENTRY
002960             PERFORM 1250-CHECK-OPERATOR-PROFILE
002970                 THRU 1250-CHECK-OPERATOR-PROFILE-EXIT
002980         ELSE
002990             PERFORM 1200-ACCEPT-POST-PARMS
003000                 THRU 1200-ACCEPT-POST-PARMS-EXIT
003010         END-IF
003020     END-IF.
003030     IF WS-ABNORMAL-RUN
003040         GO TO 1000-INITIALIZE-RUN-EXIT
003050     END-IF.
003060
003070*    COUNT ENTRY TOUCHES ONLY CYCLCNT, NEVER ITEMTAB, SO THE
003080*    CLERKS ARE NOT HELD UP BY A RUNNING LOAD.
003090     IF WS-MODE-ENTRY
003100         PERFORM 1500-OPEN-ENTRY-FILES
003110             THRU 1500-OPEN-ENTRY-FILES-EXIT
003120         GO TO 1000-INITIALIZE-RUN-EXIT
003130     END-IF.
003140
003150*    THE SAME RUN-CONTROL INTERLOCK THE OTHER ITEMTAB PROGRAMS
003160*    HONOR.  A SHEET CUT FROM A HALF-LOADED TABLE WOULD SEND
003170*    THE CLERKS AFTER THE WRONG ITEMS, AND A POST WOULD RACE
003180*    THE LOAD, SO BOTH OF THOSE MODES REFUSE THE LOCK.
003190     OPEN INPUT ITMRUNCT.
003200     IF WS-ITMRUNCT-STATUS = '00'
003210         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
003220         READ ITMRUNCT
003230             INVALID KEY
003240                 CONTINUE
003250             NOT INVALID KEY
003260                 IF RL-LOAD-ACTIVE
003270                     DISPLAY 'ITMCYCL - ITMLOAD IS RUNNING '
003280                         'AGAINST ITEMTAB, RUN REFUSED'
003290                     SET WS-ABNORMAL-RUN TO TRUE
003300                     MOVE 8 TO RETURN-CODE
003310                 END-IF
003320         END-READ
003330     END-IF.
003340     CLOSE ITMRUNCT.
003350     IF WS-ABNORMAL-RUN
003360         GO TO 1000-INITIALIZE-RUN-EXIT
003370     END-IF.
003380
003390     IF WS-MODE-SHEETS
003400         PERFORM 1300-OPEN-SHEET-FILES
003410             THRU 1300-OPEN-SHEET-FILES-EXIT
003420     ELSE
003430         PERFORM 1400-OPEN-POST-FILES
003440             THRU 1400-OPEN-POST-FILES-EXIT
003450     END-IF.
003460 1000-INITIALIZE-RUN-EXIT.
003470     EXIT.
003480
003490 1100-ACCEPT-SHEET-PARMS.
003500*    THE WAREHOUSE IS REQUIRED - A COUNT SHEET COVERS ONE
003510*    BUILDING.  A BLANK CYCLE LENGTH TAKES THE HOUSE DEFAULT
003520*    OF 20 COUNTING DAYS, SO EVERY ITEM IS COUNTED ROUGHLY
003530*    ONCE A MONTH.
003540     DISPLAY 'ITMCYCL - ENTER WAREHOUSE CODE TO COUNT: '
003550         WITH NO ADVANCING.
003560     ACCEPT WS-WHSE-ENTERED.
003570     IF WS-WHSE-ENTERED = SPACES
003580         DISPLAY 'ITMCYCL - WAREHOUSE CODE IS REQUIRED'
003590         SET WS-ABNORMAL-RUN TO TRUE
003600         MOVE 16 TO RETURN-CODE
003610         GO TO 1100-ACCEPT-SHEET-PARMS-EXIT
003620     END-IF.
003630
003640     DISPLAY 'ITMCYCL - ENTER CYCLE LENGTH IN DAYS '
003650         '(BLANK = 20): '
003660         WITH NO ADVANCING.
003670     ACCEPT WS-CYCLE-ENTERED.
003680     IF WS-CYCLE-ENTERED NOT = SPACES
003690         IF WS-CYCLE-ENTERED-N NUMERIC
003700          AND WS-CYCLE-ENTERED-N > ZERO
003710             MOVE WS-CYCLE-ENTERED-N TO WS-CYCLE-DAYS
003720         ELSE
003730             DISPLAY 'ITMCYCL - CYCLE LENGTH MUST BE A '
003740                 'POSITIVE NUMBER OF DAYS'
003750             SET WS-ABNORMAL-RUN TO TRUE
003760             MOVE 16 TO RETURN-CODE
003770             GO TO 1100-ACCEPT-SHEET-PARMS-EXIT
003780         END-IF
003790     END-IF.
003800
003810*    TODAY'S SLOT IN THE ROTATION.  THE DAY NUMBER COMES FROM
003820*    THE SAME DATE CONVERSION ITMPURGE USES, SO THE ROTATION
003830*    RUNS STRAIGHT THROUGH MONTH AND YEAR ENDS; AN ITEM IS DUE
003840*    WHEN ITS KEY FALLS IN THE SAME SLOT.
003850     COMPUTE WS-DAY-INTEGER =
003860         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE).
003870     DIVIDE WS-DAY-INTEGER BY WS-CYCLE-DAYS
003880         GIVING WS-DIV-QUOTIENT
003890         REMAINDER WS-TODAY-SLOT.
003900 1100-ACCEPT-SHEET-PARMS-EXIT.
003910     EXIT.
003920
003930 1200-ACCEPT-POST-PARMS.
003940*    POSTING CHANGES ITEMTAB AND WRITES THE JOURNAL, SO IT
003950*    NEEDS THE SAME ACCOUNTABLE, PROFILED OPERATOR ITMUPDT
003960*    DEMANDS.  A BLANK TOLERANCE TAKES THE HOUSE DEFAULT OF
003970*    5 PERCENT OF BOOK.
003980     PERFORM 1250-CHECK-OPERATOR-PROFILE
003990         THRU 1250-CHECK-OPERATOR-PROFILE-EXIT.
004000     IF WS-ABNORMAL-RUN
004010         GO TO 1200-ACCEPT-POST-PARMS-EXIT
004020     END-IF.
004030
004040     DISPLAY 'ITMCYCL - ENTER VARIANCE TOLERANCE PERCENT '
004050         '(BLANK = 5): '
004060         WITH NO ADVANCING.
004070     ACCEPT WS-TOL-ENTERED.
004080     IF WS-TOL-ENTERED NOT = SPACES
004090         IF WS-TOL-ENTERED-N NUMERIC
004100             MOVE WS-TOL-ENTERED-N TO WS-TOLERANCE-PCT
004110         ELSE
004120             DISPLAY 'ITMCYCL - TOLERANCE MUST BE NUMERIC'
004130             SET WS-ABNORMAL-RUN TO TRUE
004140             MOVE 16 TO RETURN-CODE
004150         END-IF
004160     END-IF.
004170 1200-ACCEPT-POST-PARMS-EXIT.
004180     EXIT.
004190
004200 1250-CHECK-OPERATOR-PROFILE.
004210*    THE SAME RULE AS ITMUPDT: ON FILE, ACTIVE, WITH UPDATE OR
004220*    BACKOUT AUTHORITY, OR THE POST OR COUNT ENTRY IS REFUSED
004230*    WITH RC=08.
004240     DISPLAY 'ITMCYCL - ENTER OPERATOR ID: '
004250         WITH NO ADVANCING.
004260     ACCEPT WS-OPERATOR-ID.
004270     IF WS-OPERATOR-ID = SPACES
004280         DISPLAY 'ITMCYCL - OPERATOR ID IS REQUIRED, '
004290             'RUN REFUSED'
004300         SET WS-ABNORMAL-RUN TO TRUE
004310         MOVE 8 TO RETURN-CODE
004320         GO TO 1250-CHECK-OPERATOR-PROFILE-EXIT
004330     END-IF.
004340     OPEN INPUT OPERPROF.
004350     IF WS-OPERPROF-STATUS NOT = '00'
004360         DISPLAY 'ITMCYCL - OPERPROF OPEN STATUS = '
004370             WS-OPERPROF-STATUS ', RUN REFUSED'
004380         SET WS-ABNORMAL-RUN TO TRUE
004390         MOVE 8 TO RETURN-CODE
004400         CLOSE OPERPROF
004410         GO TO 1250-CHECK-OPERATOR-PROFILE-EXIT
004420     END-IF.
004430     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
004440     READ OPERPROF
004450         INVALID KEY
004460             DISPLAY 'ITMCYCL - OPERATOR ' WS-OPERATOR-ID
004470                 ' IS NOT PROFILED, RUN REFUSED'
004480             SET WS-ABNORMAL-RUN TO TRUE
004490             MOVE 8 TO RETURN-CODE
004500         NOT INVALID KEY
004510             IF NOT OP-OPER-ACTIVE
004520                 DISPLAY 'ITMCYCL - OPERATOR ' WS-OPERATOR-ID
004530                     ' IS INACTIVE, RUN REFUSED'
004540                 SET WS-ABNORMAL-RUN TO TRUE
004550                 MOVE 8 TO RETURN-CODE
004560             ELSE
004570                 IF NOT OP-AUTH-UPDATE
004580                  AND NOT OP-AUTH-BACKOUT
004590                     DISPLAY 'ITMCYCL - OPERATOR '
004600                         WS-OPERATOR-ID ' HAS NO UPDATE '
004610                         'AUTHORITY, RUN REFUSED'
004620                     SET WS-ABNORMAL-RUN TO TRUE
004630                     MOVE 8 TO RETURN-CODE
004640                 END-IF
004650             END-IF
004660     END-READ.
004670     CLOSE OPERPROF.
004680 1250-CHECK-OPERATOR-PROFILE-EXIT.
004690     EXIT.
004700
004710 1300-OPEN-SHEET-FILES.
004720     OPEN OUTPUT CYCLSHT.
004730     IF WS-CYCLSHT-STATUS NOT = '00'
004740         DISPLAY 'ITMCYCL - UNABLE TO OPEN CYCLSHT, STATUS = '
004750             WS-CYCLSHT-STATUS
004760         SET WS-ABNORMAL-RUN TO TRUE
004770         MOVE 16 TO RETURN-CODE
004780         GO TO 1300-OPEN-SHEET-FILES-EXIT
004790     END-IF.
004800
004810     OPEN INPUT ITEMTAB.
004820     IF WS-ITEMTAB-STATUS NOT = '00'
004830         DISPLAY 'ITMCYCL - UNABLE TO OPEN ITEMTAB, STATUS = '
004840             WS-ITEMTAB-STATUS
004850         SET WS-ABNORMAL-RUN TO TRUE
004860         MOVE 16 TO RETURN-CODE
004870         GO TO 1300-OPEN-SHEET-FILES-EXIT
004880     END-IF.
004890
004900*    THE RESULT FILE IS CREATED EMPTY ON THE FIRST EVER SHEET
004910*    RUN, THE SAME WAY THE LOAD CREATES ITEMTAB.
004920     OPEN I-O CYCLCNT.
004930     IF WS-CYCLCNT-STATUS = '35'
004940         OPEN OUTPUT CYCLCNT
004950         CLOSE CYCLCNT
004960         OPEN I-O CYCLCNT
004970     END-IF.
004980     IF WS-CYCLCNT-STATUS NOT = '00' AND
004990        WS-CYCLCNT-STATUS NOT = '05'
005000         DISPLAY 'ITMCYCL - UNABLE TO OPEN CYCLCNT, STATUS = '
005010             WS-CYCLCNT-STATUS
005020         SET WS-ABNORMAL-RUN TO TRUE
005030         MOVE 16 TO RETURN-CODE
005040         GO TO 1300-OPEN-SHEET-FILES-EXIT
005050     END-IF.
005060
005070     PERFORM 5000-WRITE-SHEET-HEADER
005080         THRU 5000-WRITE-SHEET-HEADER-EXIT.
005090 1300-OPEN-SHEET-FILES-EXIT.
005100     EXIT.
005110
005120 1400-OPEN-POST-FILES.
005130     OPEN OUTPUT CYCLRPT.
005140     IF WS-CYCLRPT-STATUS NOT = '00'
005150         DISPLAY 'ITMCYCL - UNABLE TO OPEN CYCLRPT, STATUS = '
005160             WS-CYCLRPT-STATUS
005170         SET WS-ABNORMAL-RUN TO TRUE
005180         MOVE 16 TO RETURN-CODE
005190         GO TO 1400-OPEN-POST-FILES-EXIT
005200     END-IF.
005210
005220     OPEN I-O ITEMTAB.
005230     IF WS-ITEMTAB-STATUS NOT = '00'
005240         DISPLAY 'ITMCYCL - UNABLE TO OPEN ITEMTAB, STATUS = '
005250             WS-ITEMTAB-STATUS
005260         SET WS-ABNORMAL-RUN TO TRUE
005270         MOVE 16 TO RETURN-CODE
005280         GO TO 1400-OPEN-POST-FILES-EXIT
005290     END-IF.
005300
005310*    NO RESULT FILE MEANS NO SHEET HAS EVER BEEN ISSUED -
005320*    THERE IS NOTHING TO POST, AND THAT IS AN OPERATOR ERROR.
005330     OPEN I-O CYCLCNT.
005340     IF WS-CYCLCNT-STATUS NOT = '00'
005350         DISPLAY 'ITMCYCL - UNABLE TO OPEN CYCLCNT, STATUS = '
005360             WS-CYCLCNT-STATUS
005370         SET WS-ABNORMAL-RUN TO TRUE
005380         MOVE 16 TO RETURN-CODE
005390         GO TO 1400-OPEN-POST-FILES-EXIT
005400     END-IF.
005410
005420*    THE JOURNAL ACCUMULATES ACROSS RUNS - EXTEND KEEPS PRIOR
005430*    RECORDS AND CREATES THE FILE ON ITS FIRST EVER USE (SAME
005440*    PATTERN AS ITMINQ AND ITMUPDT).
005450     OPEN EXTEND ITMJRNL.
005460     IF WS-ITMJRNL-STATUS NOT = '00' AND
005470        WS-ITMJRNL-STATUS NOT = '05'
005480         DISPLAY 'ITMCYCL - ITMJRNL OPEN STATUS = '
005490             WS-ITMJRNL-STATUS
005500     END-IF.
005510
005520     PERFORM 5100-WRITE-VARIANCE-HEADER
005530         THRU 5100-WRITE-VARIANCE-HEADER-EXIT.
005540 1400-OPEN-POST-FILES-EXIT.
005550     EXIT.
005560
005570 1500-OPEN-ENTRY-FILES.
005580*    AS FOR THE POST, NO RESULT FILE MEANS NO SHEET HAS EVER
005590*    BEEN ISSUED, SO THERE IS NOTHING TO KEY A COUNT AGAINST.
005600     OPEN I-O CYCLCNT.
005610     IF WS-CYCLCNT-STATUS NOT = '00'
005620         DISPLAY 'ITMCYCL - UNABLE TO OPEN CYCLCNT, STATUS = '
005630             WS-CYCLCNT-STATUS
005640         SET WS-ABNORMAL-RUN TO TRUE
005650         MOVE 16 TO RETURN-CODE
005660     END-IF.
005670 1500-OPEN-ENTRY-FILES-EXIT.
005680     EXIT.
005690*
005700*****************************************************************
005710*    2000 SERIES  --  COUNT SHEET SELECTION                     *
005720*****************************************************************
005730 2000-ISSUE-SHEETS.
005740     MOVE ZERO TO IT-ITEM-KEY.
005750     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
005760         INVALID KEY
005770             DISPLAY 'ITMCYCL - ITEMTAB IS EMPTY, NOTHING '
005780                 'TO COUNT'
005790             SET WS-ITEMTAB-EOF TO TRUE
005800     END-START.
005810     PERFORM 2100-SELECT-ONE-ITEM THRU 2100-SELECT-ONE-ITEM-EXIT
005820         UNTIL WS-ITEMTAB-EOF.
005830
005840     PERFORM 4000-WRITE-SHEET-TOTALS
005850         THRU 4000-WRITE-SHEET-TOTALS-EXIT.
005860     DISPLAY 'ITMCYCL - ' WS-ITEMS-SELECTED ' ITEMS ISSUED '
005870         'FOR COUNT IN WAREHOUSE ' WS-WHSE-ENTERED.
005880 2000-ISSUE-SHEETS-EXIT.
005890     EXIT.
005900
005910 2100-SELECT-ONE-ITEM.
005920     READ ITEMTAB NEXT RECORD
005930         AT END
005940             SET WS-ITEMTAB-EOF TO TRUE
005950             GO TO 2100-SELECT-ONE-ITEM-EXIT
005960     END-READ.
005970*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
005980     IF WS-ITEMTAB-STATUS NOT = '00'
005990         SET WS-ITEMTAB-EOF TO TRUE
006000         GO TO 2100-SELECT-ONE-ITEM-EXIT
006010     END-IF.
006020     ADD 1 TO WS-ROWS-READ.
006030
006040     IF IT-WAREHOUSE-CD NOT = WS-WHSE-ENTERED
006050         GO TO 2100-SELECT-ONE-ITEM-EXIT
006060     END-IF.
006070
006080     SET WS-COUNT-ROW-NOT-FOUND TO TRUE.
006090     MOVE IT-ITEM-KEY TO CC-ITEM-KEY.
006100     READ CYCLCNT
006110         INVALID KEY
006120             CONTINUE
006130         NOT INVALID KEY
006140             SET WS-COUNT-ROW-FOUND TO TRUE
006150     END-READ.
006160
006170*    A COUNT KEYED BUT NOT YET POSTED MUST NOT BE WIPED OUT BY
006180*    A NEW SHEET - IT IS LEFT FOR THE POST RUN AND THE ITEM
006190*    SITS OUT THIS SHEET.
006200     IF WS-COUNT-ROW-FOUND
006210      AND CC-STATUS-COUNTED
006220         ADD 1 TO WS-PENDING-SKIPPED
006230         GO TO 2100-SELECT-ONE-ITEM-EXIT
006240     END-IF.
006250
006260*    A HELD ITEM GOES BACK ON THE SHEET EVERY TIME UNTIL ITS
006270*    RECOUNT IS IN.  ANY OTHER ITEM ONLY WHEN ITS TURN COMES.
006280     IF WS-COUNT-ROW-FOUND
006290      AND CC-STATUS-HELD
006300         MOVE 'RECOUNT' TO WS-SHEET-TYPE
006310         PERFORM 2200-ISSUE-RECOUNT THRU 2200-ISSUE-RECOUNT-EXIT
006320         GO TO 2100-SELECT-ONE-ITEM-EXIT
006330     END-IF.
006340
006350     DIVIDE IT-ITEM-KEY BY WS-CYCLE-DAYS
006360         GIVING WS-DIV-QUOTIENT
006370         REMAINDER WS-ITEM-SLOT.
006380     IF WS-ITEM-SLOT NOT = WS-TODAY-SLOT
006390         GO TO 2100-SELECT-ONE-ITEM-EXIT
006400     END-IF.
006410
006420     MOVE 'COUNT' TO WS-SHEET-TYPE.
006430     PERFORM 2300-ISSUE-COUNT THRU 2300-ISSUE-COUNT-EXIT.
006440 2100-SELECT-ONE-ITEM-EXIT.
006450     EXIT.
006460
006470 2200-ISSUE-RECOUNT.
006480*    THE HELD ROW KEEPS ITS STATUS AND ITS FIRST COUNT - THE
006490*    CLERK KEYS THE RECOUNT OVER IT AND MARKS IT COUNTED.  ONLY
006500*    THE ISSUE DATE AND BOOK FIGURE ARE REFRESHED.
006510     MOVE WS-CURR-DATE  TO CC-ISSUE-DATE.
006520     MOVE IT-ONHAND-QTY TO CC-BOOK-QTY.
006530     REWRITE CYCLCNT-RECORD
006540         INVALID KEY
006550             DISPLAY 'ITMCYCL - CYCLCNT REWRITE FAILED FOR '
006560                 'KEY ' CC-ITEM-KEY
006570             GO TO 2200-ISSUE-RECOUNT-EXIT
006580     END-REWRITE.
006590     PERFORM 2400-PRINT-SHEET-LINE
006600         THRU 2400-PRINT-SHEET-LINE-EXIT.
006610     ADD 1 TO WS-RECOUNTS-ISSUED.
006620 2200-ISSUE-RECOUNT-EXIT.
006630     EXIT.
006640
006650 2300-ISSUE-COUNT.
006660*    A FRESH ISSUE REPLACES WHATEVER THE ROW LAST HELD - A
006670*    POSTED COUNT FROM THE LAST CYCLE, OR AN EARLIER SHEET
006680*    THE CLERKS NEVER GOT TO.
006690     MOVE SPACES          TO CYCLCNT-RECORD.
006700     MOVE IT-ITEM-KEY     TO CC-ITEM-KEY.
006710     MOVE IT-WAREHOUSE-CD TO CC-WAREHOUSE-CD.
006720     MOVE WS-CURR-DATE    TO CC-ISSUE-DATE.
006730     MOVE IT-ONHAND-QTY   TO CC-BOOK-QTY.
006740     MOVE ZERO            TO CC-COUNTED-QTY.
006750     MOVE ZERO            TO CC-FIRST-COUNT.
006760     MOVE ZERO            TO CC-POST-DATE.
006770     SET CC-STATUS-ISSUED  TO TRUE.
006780     SET CC-IS-FIRST-COUNT TO TRUE.
006790     IF WS-COUNT-ROW-FOUND
006800         REWRITE CYCLCNT-RECORD
006810             INVALID KEY
006820                 DISPLAY 'ITMCYCL - CYCLCNT REWRITE FAILED '
006830                     'FOR KEY ' CC-ITEM-KEY
006840                 GO TO 2300-ISSUE-COUNT-EXIT
006850         END-REWRITE
006860     ELSE
006870         WRITE CYCLCNT-RECORD
006880             INVALID KEY
006890                 DISPLAY 'ITMCYCL - CYCLCNT WRITE FAILED '
006900                     'FOR KEY ' CC-ITEM-KEY
006910                 GO TO 2300-ISSUE-COUNT-EXIT
006920         END-WRITE
006930     END-IF.
006940     PERFORM 2400-PRINT-SHEET-LINE
006950         THRU 2400-PRINT-SHEET-LINE-EXIT.
006960     ADD 1 TO WS-ITEMS-SELECTED.
006970 2300-ISSUE-COUNT-EXIT.
006980     EXIT.
006990
007000 2400-PRINT-SHEET-LINE.
007010*    A BLIND SHEET - THE BOOK QUANTITY IS DELIBERATELY LEFT
007020*    OFF SO THE CLERK COUNTS THE SHELF, NOT THE NUMBER.
007030     MOVE SPACES TO CYCLSHT-LINE.
007040     STRING '  ' IT-ITEM-KEY
007050         '  ' IT-ITEM-DESC
007060         '  ' IT-VENDOR-NO
007070         '   ' WS-SHEET-TYPE
007080         '   COUNTED ________   BY ________'
007090         DELIMITED BY SIZE INTO CYCLSHT-LINE.
007100     WRITE CYCLSHT-LINE.
007110 2400-PRINT-SHEET-LINE-EXIT.
007120     EXIT.
007130*
007140*****************************************************************
007150*    3000 SERIES  --  COUNT POSTING AND VARIANCE REPORT         *
007160*****************************************************************
007170 3000-POST-COUNTS.
007180     MOVE ZERO TO CC-ITEM-KEY.
007190     START CYCLCNT KEY IS NOT LESS THAN CC-ITEM-KEY
007200         INVALID KEY
007210             DISPLAY 'ITMCYCL - CYCLCNT IS EMPTY, NOTHING '
007220                 'TO POST'
007230             SET WS-CYCLCNT-EOF TO TRUE
007240     END-START.
007250     PERFORM 3100-POST-ONE-COUNT THRU 3100-POST-ONE-COUNT-EXIT
007260         UNTIL WS-CYCLCNT-EOF.
007270
007280     PERFORM 4100-WRITE-POST-TOTALS
007290         THRU 4100-WRITE-POST-TOTALS-EXIT.
007300
007310*    HELD COUNTS AND COUNTS FOR ITEMS NO LONGER ON ITEMTAB
007320*    NEED SOMEONE TO LOOK AT THEM - RC=04, THE SAME WARNING
007330*    ITMUPDT GIVES FOR REJECTED CARDS.
007340     IF WS-COUNTS-HELD > ZERO
007350      OR WS-COUNTS-NOT-ON-FILE > ZERO
007360         MOVE 4 TO RETURN-CODE
007370     END-IF.
007380     DISPLAY 'ITMCYCL - ' WS-COUNTS-POSTED ' COUNTS POSTED, '
007390         WS-COUNTS-HELD ' HELD FOR RECOUNT.'.
007400 3000-POST-COUNTS-EXIT.
007410     EXIT.
007420
007430 3100-POST-ONE-COUNT.
007440     READ CYCLCNT NEXT RECORD
007450         AT END
007460             SET WS-CYCLCNT-EOF TO TRUE
007470             GO TO 3100-POST-ONE-COUNT-EXIT
007480     END-READ.
007490*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
007500     IF WS-CYCLCNT-STATUS NOT = '00'
007510         SET WS-CYCLCNT-EOF TO TRUE
007520         GO TO 3100-POST-ONE-COUNT-EXIT
007530     END-IF.
007540
007550*    ISSUED AND HELD ROWS ARE STILL WAITING ON THE FLOOR;
007560*    POSTED ROWS ARE DONE.  ONLY A KEYED COUNT IS EVALUATED.
007570     IF CC-STATUS-ISSUED
007580      OR CC-STATUS-HELD
007590         ADD 1 TO WS-COUNTS-OUTSTANDING
007600         GO TO 3100-POST-ONE-COUNT-EXIT
007610     END-IF.
007620     IF NOT CC-STATUS-COUNTED
007630         GO TO 3100-POST-ONE-COUNT-EXIT
007640     END-IF.
007650     ADD 1 TO WS-COUNTS-READ.
007660
007670     SET WS-ROW-NOT-FOUND TO TRUE.
007680     MOVE CC-ITEM-KEY TO IT-ITEM-KEY.
007690     READ ITEMTAB
007700         INVALID KEY
007710             CONTINUE
007720         NOT INVALID KEY
007730             SET WS-ROW-FOUND TO TRUE
007740     END-READ.
007750     IF WS-ROW-NOT-FOUND
007760*        THE ITEM WAS PURGED BETWEEN SHEET AND POST.  THE COUNT
007770*        IS LEFT KEYED SO IT SHOWS UP AGAIN UNTIL SOMEONE DEALS
007780*        WITH IT.
007790         MOVE SPACES TO IT-ITEM-DESC
007800         MOVE ZERO   TO WS-BOOK-QTY
007810         MOVE ZERO   TO WS-VARIANCE-QTY
007820         MOVE ZERO   TO WS-VARIANCE-VALUE
007830         MOVE 'NOT ON FILE' TO WS-DISPOSITION
007840         PERFORM 3500-PRINT-VARIANCE-LINE
007850             THRU 3500-PRINT-VARIANCE-LINE-EXIT
007860         ADD 1 TO WS-COUNTS-NOT-ON-FILE
007870         GO TO 3100-POST-ONE-COUNT-EXIT
007880     END-IF.
007890
007900*    THE VARIANCE IS TAKEN AGAINST BOOK AS IT STANDS NOW, NOT
007910*    AS IT STOOD WHEN THE SHEET WAS CUT - THE POST REPLACES
007920*    TODAY'S BOOK FIGURE, SO THAT IS WHAT IT IS MEASURED ON.
007930     MOVE IT-ONHAND-QTY TO WS-BOOK-QTY.
007940     COMPUTE WS-VARIANCE-QTY = CC-COUNTED-QTY - WS-BOOK-QTY.
007950     COMPUTE WS-VARIANCE-VALUE =
007960         WS-VARIANCE-QTY * IT-UNIT-COST.
007970
007980     IF WS-VARIANCE-QTY = ZERO
007990         MOVE 'NO VARIANCE' TO WS-DISPOSITION
008000         PERFORM 3400-MARK-POSTED THRU 3400-MARK-POSTED-EXIT
008010         PERFORM 3500-PRINT-VARIANCE-LINE
008020             THRU 3500-PRINT-VARIANCE-LINE-EXIT
008030         ADD 1 TO WS-COUNTS-NO-VARIANCE
008040         GO TO 3100-POST-ONE-COUNT-EXIT
008050     END-IF.
008060
008070     PERFORM 3200-CHECK-TOLERANCE THRU 3200-CHECK-TOLERANCE-EXIT.
008080
008090     IF WS-WITHIN-TOLERANCE
008100         MOVE 'POSTED' TO WS-DISPOSITION
008110         PERFORM 3300-POST-ADJUSTMENT
008120             THRU 3300-POST-ADJUSTMENT-EXIT
008130         GO TO 3100-POST-ONE-COUNT-EXIT
008140     END-IF.
008150
008160*    OVER TOLERANCE.  A RECOUNT THAT COMES BACK WITH THE SAME
008170*    FIGURE AS THE COUNT THAT TRIPPED THE TOLERANCE IS TWO
008180*    INDEPENDENT COUNTS AGREEING - THE SHELF IS RIGHT AND THE
008190*    BOOK IS WRONG, SO IT POSTS.  ANYTHING ELSE WAITS FOR
008200*    ANOTHER RECOUNT.
008210     IF CC-IS-RECOUNT
008220      AND CC-COUNTED-QTY = CC-FIRST-COUNT
008230         MOVE 'CONFIRMED' TO WS-DISPOSITION
008240         ADD 1 TO WS-COUNTS-CONFIRMED
008250         PERFORM 3300-POST-ADJUSTMENT
008260             THRU 3300-POST-ADJUSTMENT-EXIT
008270         GO TO 3100-POST-ONE-COUNT-EXIT
008280     END-IF.
008290
008300     MOVE 'RECOUNT' TO WS-DISPOSITION.
008310     MOVE CC-COUNTED-QTY TO CC-FIRST-COUNT.
008320     SET CC-IS-RECOUNT  TO TRUE.
008330     SET CC-STATUS-HELD TO TRUE.
008340     REWRITE CYCLCNT-RECORD
008350         INVALID KEY
008360             DISPLAY 'ITMCYCL - CYCLCNT REWRITE FAILED FOR '
008370                 'KEY ' CC-ITEM-KEY
008380     END-REWRITE.
008390     PERFORM 3500-PRINT-VARIANCE-LINE
008400         THRU 3500-PRINT-VARIANCE-LINE-EXIT.
008410     ADD 1 TO WS-COUNTS-HELD.
008420     ADD WS-VARIANCE-VALUE TO WS-HELD-VALUE.
008430 3100-POST-ONE-COUNT-EXIT.
008440     EXIT.
008450
008460 3200-CHECK-TOLERANCE.
008470*    THE TOLERANCE IS A PERCENTAGE OF BOOK.  WITH NOTHING ON
008480*    THE BOOKS THERE IS NO PERCENTAGE TO TAKE, SO ANY STOCK
008490*    FOUND ON AN EMPTY LOCATION IS OVER TOLERANCE BY RULE.
008500     SET WS-WITHIN-TOLERANCE TO TRUE.
008510     IF WS-VARIANCE-QTY < ZERO
008520         COMPUTE WS-VARIANCE-ABS = ZERO - WS-VARIANCE-QTY
008530     ELSE
008540         MOVE WS-VARIANCE-QTY TO WS-VARIANCE-ABS
008550     END-IF.
008560     COMPUTE WS-TOLERANCE-QTY =
008570         IT-ONHAND-QTY * WS-TOLERANCE-PCT / 100.
008580     IF IT-ONHAND-QTY = ZERO
008590      OR WS-VARIANCE-ABS > WS-TOLERANCE-QTY
008600         SET WS-OVER-TOLERANCE TO TRUE
008610     END-IF.
008620 3200-CHECK-TOLERANCE-EXIT.
008630     EXIT.
008640
008650 3300-POST-ADJUSTMENT.
008660*    THE ROW IS REWRITTEN THE WAY ITMUPDT POSTS A CORRECTION:
008670*    NEW ON-HAND IN, MANUAL STATUS ON SO THE NEXT LOAD'S
008680*    OVERRIDE LOGIC HONORS THE COUNT INSTEAD OF ROLLING IT
008690*    BACK, AND A BEFORE/AFTER JOURNAL RECORD SO A BAD COUNT
008700*    CAN BE BACKED OUT FROM ITMINQ LIKE ANY OTHER CORRECTION.
008710     MOVE ITEMTAB-RECORD TO WS-BEFORE-IMAGE.
008720     MOVE CC-COUNTED-QTY TO IT-ONHAND-QTY.
008730     SET IT-STATUS-MANUAL TO TRUE.
008740     REWRITE ITEMTAB-RECORD
008750         INVALID KEY
008760             DISPLAY 'ITMCYCL - ITEMTAB REWRITE FAILED FOR '
008770                 'KEY ' IT-ITEM-KEY ', COUNT LEFT KEYED'
008780             MOVE 'NOT POSTED' TO WS-DISPOSITION
008790             PERFORM 3500-PRINT-VARIANCE-LINE
008800                 THRU 3500-PRINT-VARIANCE-LINE-EXIT
008810             ADD 1 TO WS-COUNTS-NOT-ON-FILE
008820             GO TO 3300-POST-ADJUSTMENT-EXIT
008830     END-REWRITE.
008840     PERFORM 3600-WRITE-JOURNAL THRU 3600-WRITE-JOURNAL-EXIT.
008850     PERFORM 3400-MARK-POSTED THRU 3400-MARK-POSTED-EXIT.
008860     PERFORM 3500-PRINT-VARIANCE-LINE
008870         THRU 3500-PRINT-VARIANCE-LINE-EXIT.
008880     ADD 1 TO WS-COUNTS-POSTED.
008890     ADD WS-VARIANCE-VALUE TO WS-POSTED-VALUE.
008900 3300-POST-ADJUSTMENT-EXIT.
008910     EXIT.
008920
008930 3400-MARK-POSTED.
008940     SET CC-STATUS-POSTED  TO TRUE.
008950     SET CC-IS-FIRST-COUNT TO TRUE.
008960     MOVE WS-CURR-DATE TO CC-POST-DATE.
008970     REWRITE CYCLCNT-RECORD
008980         INVALID KEY
008990             DISPLAY 'ITMCYCL - CYCLCNT REWRITE FAILED FOR '
009000                 'KEY ' CC-ITEM-KEY
009010     END-REWRITE.
009020 3400-MARK-POSTED-EXIT.
009030     EXIT.
009040
009050 3500-PRINT-VARIANCE-LINE.
009060*    BOOK IS SHOWN AS IT STOOD BEFORE THE POST.
009070     MOVE WS-BOOK-QTY       TO WS-EDIT-QTY.
009080     MOVE CC-COUNTED-QTY    TO WS-EDIT-COUNTED.
009090     MOVE WS-VARIANCE-QTY   TO WS-EDIT-VARIANCE.
009100     MOVE WS-VARIANCE-VALUE TO WS-EDIT-VALUE.
009110     MOVE SPACES TO CYCLRPT-LINE.
009120     STRING '  ' CC-ITEM-KEY
009130         '  ' IT-ITEM-DESC (1:15)
009140         '  ' WS-EDIT-QTY
009150         '  ' WS-EDIT-COUNTED
009160         '  ' WS-EDIT-VARIANCE
009170         '  ' WS-EDIT-VALUE
009180         ' ' WS-DISPOSITION
009190         DELIMITED BY SIZE INTO CYCLRPT-LINE.
009200     WRITE CYCLRPT-LINE.
009210 3500-PRINT-VARIANCE-LINE-EXIT.
009220     EXIT.
009230
009240 3600-WRITE-JOURNAL.
009250*    THE SAME BEFORE/AFTER JOURNAL RECORD ITMINQ AND ITMUPDT
009260*    WRITE, NAMING THE PROFILED OPERATOR WHO RAN THE POST.
009270*    THE ACTION CODE MARKS IT A COUNT, NOT A CORRECTION, FOR
009280*    THE GL INTERFACE.
009290     MOVE WS-OPERATOR-ID      TO JR-OPERATOR-ID.
009300     MOVE 'C'                 TO JR-ACTION-CD.
009310     MOVE WS-CURR-DATE        TO JR-EVENT-DATE.
009320     MOVE WS-CURR-TIME (1:6)  TO JR-EVENT-TIME.
009330     MOVE IT-ITEM-KEY         TO JR-ITEM-KEY.
009340     MOVE WS-BEFORE-IMAGE     TO JR-BEFORE-IMAGE.
009350     MOVE ITEMTAB-RECORD      TO JR-AFTER-IMAGE.
009360     WRITE JOURNAL-RECORD.
009370 3600-WRITE-JOURNAL-EXIT.
009380     EXIT.
009390*
009400*****************************************************************
009410*    4000/5000 SERIES  --  SHEET AND VARIANCE REPORT FRAMING    *
009420*****************************************************************
009430 4000-WRITE-SHEET-TOTALS.
009440     MOVE SPACES TO CYCLSHT-LINE.
009450     WRITE CYCLSHT-LINE.
009460
009470     MOVE SPACES TO CYCLSHT-LINE.
009480     STRING 'ITEMTAB ROWS READ ........ ' WS-ROWS-READ
009490         DELIMITED BY SIZE INTO CYCLSHT-LINE.
009500     WRITE CYCLSHT-LINE.
009510
009520     MOVE SPACES TO CYCLSHT-LINE.
009530     STRING 'ITEMS ISSUED FOR COUNT ... ' WS-ITEMS-SELECTED
009540         DELIMITED BY SIZE INTO CYCLSHT-LINE.
009550     WRITE CYCLSHT-LINE.
009560
009570     MOVE SPACES TO CYCLSHT-LINE.
009580     STRING 'RECOUNTS ISSUED .......... ' WS-RECOUNTS-ISSUED
009590         DELIMITED BY SIZE INTO CYCLSHT-LINE.
009600     WRITE CYCLSHT-LINE.
009610
009620     MOVE SPACES TO CYCLSHT-LINE.
009630     STRING 'SKIPPED, COUNT NOT POSTED  ' WS-PENDING-SKIPPED
009640         DELIMITED BY SIZE INTO CYCLSHT-LINE.
009650     WRITE CYCLSHT-LINE.
009660 4000-WRITE-SHEET-TOTALS-EXIT.
009670     EXIT.
009680
009690 4100-WRITE-POST-TOTALS.
009700     MOVE SPACES TO CYCLRPT-LINE.
009710     WRITE CYCLRPT-LINE.
009720
009730     MOVE SPACES TO CYCLRPT-LINE.
009740     STRING 'COUNTS EVALUATED ......... ' WS-COUNTS-READ
009750         DELIMITED BY SIZE INTO CYCLRPT-LINE.
009760     WRITE CYCLRPT-LINE.
009770
009780     MOVE SPACES TO CYCLRPT-LINE.
009790     STRING 'ADJUSTMENTS POSTED ....... ' WS-COUNTS-POSTED
009800         DELIMITED BY SIZE INTO CYCLRPT-LINE.
009810     WRITE CYCLRPT-LINE.
009820
009830     MOVE SPACES TO CYCLRPT-LINE.
009840     STRING '  OF WHICH RECOUNT CONFIRMED ' WS-COUNTS-CONFIRMED
009850         DELIMITED BY SIZE INTO CYCLRPT-LINE.
009860     WRITE CYCLRPT-LINE.
009870
009880     MOVE SPACES TO CYCLRPT-LINE.
009890     STRING 'COUNTS WITH NO VARIANCE .. ' WS-COUNTS-NO-VARIANCE
009900         DELIMITED BY SIZE INTO CYCLRPT-LINE.
009910     WRITE CYCLRPT-LINE.
009920
009930     MOVE SPACES TO CYCLRPT-LINE.
009940     STRING 'HELD FOR RECOUNT ......... ' WS-COUNTS-HELD
009950         DELIMITED BY SIZE INTO CYCLRPT-LINE.
009960     WRITE CYCLRPT-LINE.
009970
009980     MOVE SPACES TO CYCLRPT-LINE.
009990     STRING 'NOT POSTED, NOT ON FILE .. ' WS-COUNTS-NOT-ON-FILE
010000         DELIMITED BY SIZE INTO CYCLRPT-LINE.
010010     WRITE CYCLRPT-LINE.
010020
010030     MOVE SPACES TO CYCLRPT-LINE.
010040     STRING 'SHEETS STILL ON THE FLOOR  ' WS-COUNTS-OUTSTANDING
010050         DELIMITED BY SIZE INTO CYCLRPT-LINE.
010060     WRITE CYCLRPT-LINE.
010070
010080     MOVE WS-POSTED-VALUE TO WS-EDIT-TOTAL.
010090     MOVE SPACES TO CYCLRPT-LINE.
010100     STRING 'NET VALUE POSTED ......... ' WS-EDIT-TOTAL
010110         DELIMITED BY SIZE INTO CYCLRPT-LINE.
010120     WRITE CYCLRPT-LINE.
010130
010140     MOVE WS-HELD-VALUE TO WS-EDIT-TOTAL.
010150     MOVE SPACES TO CYCLRPT-LINE.
010160     STRING 'NET VALUE HELD ........... ' WS-EDIT-TOTAL
010170         DELIMITED BY SIZE INTO CYCLRPT-LINE.
010180     WRITE CYCLRPT-LINE.
010190 4100-WRITE-POST-TOTALS-EXIT.
010200     EXIT.
010210
010220 5000-WRITE-SHEET-HEADER.
010230     MOVE SPACES TO CYCLSHT-LINE.
010240     STRING 'ITMCYCL  CYCLE COUNT SHEET'
010250         DELIMITED BY SIZE INTO CYCLSHT-LINE.
010260     WRITE CYCLSHT-LINE.
010270
010280     MOVE SPACES TO CYCLSHT-LINE.
010290     STRING 'COUNT DATE: ' WS-CURR-DATE
010300         '   WAREHOUSE: ' WS-WHSE-ENTERED
010310         '   CYCLE DAYS: ' WS-CYCLE-DAYS
010320         '   SLOT: ' WS-TODAY-SLOT
010330         DELIMITED BY SIZE INTO CYCLSHT-LINE.
010340     WRITE CYCLSHT-LINE.
010350
010360     MOVE SPACES TO CYCLSHT-LINE.
010370     STRING '  KEY    DESCRIPTION           VENDOR   TYPE'
010380         DELIMITED BY SIZE INTO CYCLSHT-LINE.
010390     WRITE CYCLSHT-LINE.
010400 5000-WRITE-SHEET-HEADER-EXIT.
010410     EXIT.
010420
010430 5100-WRITE-VARIANCE-HEADER.
010440     MOVE SPACES TO CYCLRPT-LINE.
010450     STRING 'ITMCYCL  CYCLE COUNT VARIANCE REPORT'
010460         DELIMITED BY SIZE INTO CYCLRPT-LINE.
010470     WRITE CYCLRPT-LINE.
010480
010490     MOVE SPACES TO CYCLRPT-LINE.
010500     STRING 'RUN DATE: ' WS-CURR-DATE
010510         '   OPERATOR: ' WS-OPERATOR-ID
010520         '   TOLERANCE PCT: ' WS-TOLERANCE-PCT
010530         DELIMITED BY SIZE INTO CYCLRPT-LINE.
010540     WRITE CYCLRPT-LINE.
010550
010560     MOVE SPACES TO CYCLRPT-LINE.
010570     STRING '  KEY    DESCRIPTION       BOOK  COUNT  VARNCE'
010580         '          VALUE DISPOSITION'
010590         DELIMITED BY SIZE INTO CYCLRPT-LINE.
010600     WRITE CYCLRPT-LINE.
010610 5100-WRITE-VARIANCE-HEADER-EXIT.
010620     EXIT.
010630*
010640*****************************************************************
010650*    6000 SERIES  --  COUNT ENTRY                               *
010660*****************************************************************
010670 6000-ENTER-COUNTS.
010680     PERFORM 6100-ENTER-ONE-COUNT THRU 6100-ENTER-ONE-COUNT-EXIT
010690         UNTIL WS-ENTRY-DONE.
010700     DISPLAY 'ITMCYCL - ' WS-COUNTS-ENTERED ' COUNTS TAKEN, '
010710         WS-ENTRIES-REFUSED ' REFUSED.'.
010720 6000-ENTER-COUNTS-EXIT.
010730     EXIT.
010740
010750 6100-ENTER-ONE-COUNT.
010760     DISPLAY ' '.
010770     DISPLAY 'ITMCYCL - ENTER ITEM KEY (00000 = END): '
010780         WITH NO ADVANCING.
010790     ACCEPT WS-KEY-ENTERED.
010800     IF WS-KEY-ENTERED = ZERO
010810         SET WS-ENTRY-DONE TO TRUE
010820         GO TO 6100-ENTER-ONE-COUNT-EXIT
010830     END-IF.
010840
010850     MOVE WS-KEY-ENTERED TO CC-ITEM-KEY.
010860     READ CYCLCNT
010870         INVALID KEY
010880             DISPLAY 'ITMCYCL - ITEM ' WS-KEY-ENTERED
010890                 ' IS NOT ON A COUNT SHEET'
010900             ADD 1 TO WS-ENTRIES-REFUSED
010910             GO TO 6100-ENTER-ONE-COUNT-EXIT
010920     END-READ.
010930
010940*    ONLY A ROW OUT ON A SHEET TAKES A COUNT.  A COUNT ALREADY
010950*    KEYED IS WAITING FOR THE POST RUN AND A POSTED ONE IS
010960*    CLOSED; KEYING OVER EITHER WOULD LOSE WHAT IS THERE.
010970     IF NOT CC-STATUS-ISSUED
010980      AND NOT CC-STATUS-HELD
010990         IF CC-STATUS-COUNTED
011000             DISPLAY 'ITMCYCL - ITEM ' CC-ITEM-KEY
011010                 ' IS ALREADY COUNTED, NOT YET POSTED'
011020         ELSE
011030             DISPLAY 'ITMCYCL - ITEM ' CC-ITEM-KEY
011040                 ' WAS POSTED ' CC-POST-DATE ', NOT ON A SHEET'
011050         END-IF
011060         ADD 1 TO WS-ENTRIES-REFUSED
011070         GO TO 6100-ENTER-ONE-COUNT-EXIT
011080     END-IF.
011090
011100*    THE BOOK QUANTITY IS NOT SHOWN - THE COUNT STAYS BLIND.
011110     IF CC-STATUS-HELD
011120         DISPLAY 'ITMCYCL - RECOUNT, WAREHOUSE ' CC-WAREHOUSE-CD
011130             ', ISSUED ' CC-ISSUE-DATE
011140     ELSE
011150         DISPLAY 'ITMCYCL - COUNT, WAREHOUSE ' CC-WAREHOUSE-CD
011160             ', ISSUED ' CC-ISSUE-DATE
011170     END-IF.
011180     DISPLAY 'COUNTED QUANTITY: ' WITH NO ADVANCING.
011190     ACCEPT WS-QTY-ENTERED.
011200     IF WS-QTY-ENTERED-N NOT NUMERIC
011210         DISPLAY 'ITMCYCL - NOT NUMERIC, COUNT NOT TAKEN'
011220         ADD 1 TO WS-ENTRIES-REFUSED
011230         GO TO 6100-ENTER-ONE-COUNT-EXIT
011240     END-IF.
011250     DISPLAY 'COUNTED BY (CLERK ID): ' WITH NO ADVANCING.
011260     ACCEPT WS-COUNTER-ENTERED.
011270     IF WS-COUNTER-ENTERED = SPACES
011280         DISPLAY 'ITMCYCL - CLERK ID IS REQUIRED, COUNT NOT TAKEN'
011290         ADD 1 TO WS-ENTRIES-REFUSED
011300         GO TO 6100-ENTER-ONE-COUNT-EXIT
011310     END-IF.
011320
011330*    A HELD ROW KEEPS ITS FIRST COUNT AND RECOUNT FLAG, SO THE
011340*    POST RUN CAN CHECK THE RECOUNT AGAINST THE COUNT THAT
011350*    TRIPPED THE TOLERANCE.
011360     MOVE WS-QTY-ENTERED-N   TO CC-COUNTED-QTY.
011370     MOVE WS-COUNTER-ENTERED TO CC-COUNTER-ID.
011380     SET CC-STATUS-COUNTED   TO TRUE.
011390     REWRITE CYCLCNT-RECORD
011400         INVALID KEY
011410             DISPLAY 'ITMCYCL - CYCLCNT REWRITE FAILED FOR '
011420                 'KEY ' CC-ITEM-KEY ', COUNT NOT TAKEN'
011430             ADD 1 TO WS-ENTRIES-REFUSED
011440             GO TO 6100-ENTER-ONE-COUNT-EXIT
011450     END-REWRITE.
011460     DISPLAY 'ITMCYCL - COUNT TAKEN FOR ITEM ' CC-ITEM-KEY.
011470     ADD 1 TO WS-COUNTS-ENTERED.
011480 6100-ENTER-ONE-COUNT-EXIT.
011490     EXIT.
011500*
011510*****************************************************************
011520*    9000 SERIES  --  TERMINATION                               *
011530*****************************************************************
011540 9000-CLOSE-FILES.
011550     CLOSE ITEMTAB.
011560     CLOSE CYCLCNT.
011570     CLOSE CYCLSHT.
011580     CLOSE CYCLRPT.
011590     CLOSE ITMJRNL.
011600 9000-CLOSE-FILES-EXIT.
011610     EXIT.
