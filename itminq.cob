000620*                      OPERATOR'S AUTHORITY LEVEL, THE SAME
000630*                      WAY THE ITMRUNCT LOCKOUT REFUSES THEM
000640*                      DURING A LIVE LOAD.
000650*    2026-10-15  DRO   NEW L MENU CHOICE SHOWS ONE ITEM'S
000660*                      POSITION AT EVERY DISTRIBUTION CENTER,
000670*                      AND THE NETWORK TOTAL, FROM THE STKLOC
000680*                      STOCK-BY-LOCATION FILE THE LOAD NOW
000690*                      WRITES (ITMLOCR COPYBOOK).  ITEMTAB
000700*                      ONLY EVER SHOWED THE WINNING CENTER.
000710*    2026-10-15  DRO   AN UPDATE OR BACKOUT THAT CHANGES THE
000720*                      UNIT COST NOW WRITES A RECORD TO THE NEW
000730*                      COSTHIST COST HISTORY FILE (ITMCSTR
000740*                      COPYBOOK).  NEW H MENU CHOICE LISTS AN
000750*                      ITEM'S COST HISTORY AND GIVES THE COST IN
000760*                      EFFECT ON A DATE THE OPERATOR ENTERS, FOR
000770*                      VENDOR INVOICE DISPUTES.
000780*    2026-10-15  DRO   NEW D MENU CHOICE MARKS AN ITEM
000790*                      DISCONTINUED OR OBSOLETE, OR BACK TO
000800*                      ACTIVE, ON THE NEW ITEMARC LIFECYCLE FILE
000810*                      (ITMARCR COPYBOOK), SO ITMREORD STOPS
000820*                      SUGGESTING IT.  IT NEEDS UPDATE AUTHORITY
000830*                      AND IS REFUSED DURING A LIVE LOAD, LIKE U.
000840*                      THE INQUIRY DISPLAY NOW SHOWS THE ITEM'S
000850*                      LIFECYCLE STATUS AND ANY ARCHIVE DROP.
000860*    2026-10-15  DRO   NEW S MENU CHOICE BROWSES ITEMTAB BY
000870*                      VENDOR, WAREHOUSE OR DESCRIPTION PREFIX
000880*                      THROUGH THE NEW ITEMTAB ALTERNATE KEYS, A
000890*                      SCREEN AT A TIME FORWARD AND BACK, SO A
000900*                      FLOOR SUPERVISOR NO LONGER NEEDS THE ITEM
000910*                      KEY.  PICKING A LINE GOES STRAIGHT TO THE
000920*                      INQUIRY OR THE UPDATE; BOTH ARE SPLIT FROM
000930*                      THEIR KEY PROMPT FOR IT, AND UPDATE KEEPS
000940*                      ITS LOAD LOCK AND AUTHORITY CHECKS.
000950*
000960 ENVIRONMENT DIVISION.
000970 CONFIGURATION SECTION.
000980 SOURCE-COMPUTER.  IBM-370.
000990 OBJECT-COMPUTER.  IBM-370.
001000 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001020     SELECT OPTIONAL ITEMTAB ASSIGN TO 'ITEMTAB'
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS IT-ITEM-KEY
001060         ALTERNATE RECORD KEY IS IT-VENDOR-NO
001070             WITH DUPLICATES
001080         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
001090             WITH DUPLICATES
001100         ALTERNATE RECORD KEY IS IT-ITEM-DESC
001110             WITH DUPLICATES
001120         FILE STATUS IS WS-ITEMTAB-STATUS.
001130
001140     SELECT OPTIONAL ITMJRNL ASSIGN TO 'ITMJRNL'
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-ITMJRNL-STATUS.
001170
001180     SELECT OPTIONAL VENDMST ASSIGN TO 'VENDMST'
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-VENDMST-STATUS.
001210
001220     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS RL-RECORD-KEY
001260         FILE STATUS IS WS-ITMRUNCT-STATUS.
001270
001280     SELECT OPTIONAL OPERPROF ASSIGN TO 'OPERPROF'
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS OP-OPERATOR-ID
001320         FILE STATUS IS WS-OPERPROF-STATUS.
001330
001340     SELECT OPTIONAL STKLOC ASSIGN TO 'STKLOC'
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS SL-LOC-KEY
001380         FILE STATUS IS WS-STKLOC-STATUS.
001390
001400     SELECT OPTIONAL COSTHIST ASSIGN TO 'COSTHIST'
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS CH-HIST-KEY
001440         FILE STATUS IS WS-COSTHIST-STATUS.
001450
001460     SELECT OPTIONAL ITEMARC ASSIGN TO 'ITEMARC'
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS AR-ITEM-KEY
001500         FILE STATUS IS WS-ITEMARC-STATUS.
001510
001520 DATA DIVISION.
001530 FILE SECTION.
001540 FD  ITEMTAB
001550     LABEL RECORDS ARE STANDARD.
001560     COPY ITMTABR.
001570
001580 FD  ITMJRNL
001590     RECORDING MODE IS F
001600     LABEL RECORDS ARE STANDARD.
001610     COPY ITMJRNL.
001620
001630 FD  VENDMST
001640     RECORDING MODE IS F
001650     LABEL RECORDS ARE STANDARD.
001660     COPY ITMVENR.
001670
001680 FD  ITMRUNCT
001690     LABEL RECORDS ARE STANDARD.
001700     COPY ITMRUNC.
001710
001720 FD  OPERPROF
001730     LABEL RECORDS ARE STANDARD.
001740     COPY ITMOPRR.
001750
001760 FD  STKLOC
001770     LABEL RECORDS ARE STANDARD.
001780     COPY ITMLOCR.
001790
001800 FD  COSTHIST
001810     LABEL RECORDS ARE STANDARD.
001820     COPY ITMCSTR.
001830
001840 FD  ITEMARC
001850     LABEL RECORDS ARE STANDARD.
001860     COPY ITMARCR.
001870
001880 WORKING-STORAGE SECTION.
001890 COPY ITMVTBL.
001900
001910 01  WS-FILE-STATUSES.
001920     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001930     05  WS-ITMJRNL-STATUS       PIC X(02) VALUE '00'.
001940     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001950     05  WS-VENDMST-STATUS       PIC X(02) VALUE '00'.
001960     05  WS-OPERPROF-STATUS      PIC X(02) VALUE '00'.
001970     05  WS-STKLOC-STATUS        PIC X(02) VALUE '00'.
001980     05  WS-COSTHIST-STATUS      PIC X(02) VALUE '00'.
001990     05  WS-ITEMARC-STATUS       PIC X(02) VALUE '00'.
002000
002010 01  WS-SWITCHES.
002020     05  WS-QUIT-SW              PIC X(01) VALUE 'N'.
002030         88  WS-QUIT-REQUESTED           VALUE 'Y'.
002040     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
002050         88  WS-ITEM-FOUND               VALUE 'Y'.
002060     05  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
002070         88  WS-JRNL-EOF                 VALUE 'Y'.
002080     05  WS-JRNL-FOUND-SW        PIC X(01) VALUE 'N'.
002090         88  WS-JRNL-IMAGE-FOUND         VALUE 'Y'.
002100     05  WS-INQUIRY-ONLY-SW      PIC X(01) VALUE 'N'.
002110         88  WS-INQUIRY-ONLY             VALUE 'Y'.
002120     05  WS-VENDMST-EOF-SW       PIC X(01) VALUE 'N'.
002130         88  WS-VENDMST-EOF              VALUE 'Y'.
002140     05  WS-STKLOC-OK-SW         PIC X(01) VALUE 'N'.
002150         88  WS-STKLOC-USABLE            VALUE 'Y'.
002160     05  WS-NET-FOUND-SW         PIC X(01) VALUE 'N'.
002170         88  WS-NET-ROW-FOUND            VALUE 'Y'.
002180     05  WS-LOC-SHOWN-SW         PIC X(01) VALUE 'N'.
002190         88  WS-LOC-ROW-SHOWN            VALUE 'Y'.
002200     05  WS-COSTHIST-OK-SW       PIC X(01) VALUE 'N'.
002210         88  WS-COSTHIST-USABLE          VALUE 'Y'.
002220     05  WS-HIST-DONE-SW         PIC X(01) VALUE 'N'.
002230         88  WS-HIST-DONE                VALUE 'Y'.
002240     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
002250         88  WS-HIST-EOF                 VALUE 'Y'.
002260     05  WS-ITEMARC-OK-SW        PIC X(01) VALUE 'N'.
002270         88  WS-ITEMARC-USABLE           VALUE 'Y'.
002280     05  WS-ARC-FOUND-SW         PIC X(01) VALUE 'N'.
002290         88  WS-ARC-ROW-FOUND            VALUE 'Y'.
002300     05  WS-BR-EOF-SW            PIC X(01) VALUE 'N'.
002310         88  WS-BR-EOF                   VALUE 'Y'.
002320     05  WS-BR-DONE-SW           PIC X(01) VALUE 'N'.
002330         88  WS-BR-DONE                  VALUE 'Y'.
002340     05  WS-BR-FULL-SW           PIC X(01) VALUE 'N'.
002350         88  WS-BR-TABLE-FULL            VALUE 'Y'.
002360*    AUTHORITY GRANTED AT SIGN-ON FROM THE OPERATOR PROFILE.
002370*    A BLANK (NO PROFILE, OR PROFILE FILE UNAVAILABLE) GRANTS
002380*    NOTHING - THE FAIL-SAFE DIRECTION.
002390     05  WS-AUTH-CD              PIC X(01) VALUE SPACE.
002400         88  WS-AUTH-CAN-UPDATE          VALUES 'U' 'B'.
002410         88  WS-AUTH-CAN-BACKOUT         VALUE 'B'.
002420
002430 01  WS-JOURNAL-WORK.
002440     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
002450     05  WS-BEFORE-IMAGE         PIC X(64) VALUE SPACES.
002460     05  WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
002470         10  FILLER              PIC X(25).
002480         10  WS-BEFORE-UNIT-COST PIC 9(05)V99.
002490         10  FILLER              PIC X(32).
002500     05  WS-RESTORE-IMAGE        PIC X(64) VALUE SPACES.
002510     05  WS-JRNL-ACTION-CD       PIC X(01) VALUE SPACES.
002520
002530 01  WS-EVENT-STAMP.
002540     05  WS-EVT-DATE             PIC 9(08) VALUE ZERO.
002550     05  WS-EVT-TIME.
002560         10  WS-EVT-HHMMSS       PIC 9(06) VALUE ZERO.
002570         10  WS-EVT-HS           PIC 9(02) VALUE ZERO.
002580
002590 01  WS-OPERATOR-INPUT.
002600     05  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
002610         88  WS-CHOICE-INQUIRE           VALUE 'I'.
002620         88  WS-CHOICE-UPDATE            VALUE 'U'.
002630         88  WS-CHOICE-BACKOUT           VALUE 'B'.
002640         88  WS-CHOICE-LOCATION          VALUE 'L'.
002650         88  WS-CHOICE-HISTORY           VALUE 'H'.
002660         88  WS-CHOICE-LIFECYCLE         VALUE 'D'.
002670         88  WS-CHOICE-BROWSE            VALUE 'S'.
002680         88  WS-CHOICE-QUIT              VALUE 'Q'.
002690     05  WS-KEY-ENTERED          PIC 9(05) VALUE ZERO.
002700     05  WS-DESC-ENTERED         PIC X(20) VALUE SPACES.
002710     05  WS-COST-ENTERED         PIC X(07) VALUE SPACES.
002720     05  WS-COST-ENTERED-N REDEFINES WS-COST-ENTERED
002730                                 PIC 9(05)V99.
002740     05  WS-QTY-ENTERED          PIC X(05) VALUE SPACES.
002750     05  WS-QTY-ENTERED-N REDEFINES WS-QTY-ENTERED
002760                                 PIC 9(05).
002770     05  WS-WHSE-ENTERED         PIC X(02) VALUE SPACES.
002780     05  WS-LIFE-ENTERED         PIC X(01) VALUE SPACE.
002790         88  WS-LIFE-TO-DISCONTINUED     VALUE 'D'.
002800         88  WS-LIFE-TO-OBSOLETE         VALUE 'O'.
002810         88  WS-LIFE-TO-ACTIVE           VALUE 'A'.
002820         88  WS-LIFE-NO-CHANGE           VALUE ' '.
002830
002840 01  WS-EDIT-COST                PIC ZZ,ZZ9.99.
002850 01  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
002860 01  WS-VENDOR-NAME-OUT          PIC X(37) VALUE SPACES.
002870
002880 01  WS-LOCATION-WORK.
002890     05  WS-LOC-SRC              PIC 9(01) VALUE ZERO.
002900     05  WS-NET-ONHAND           PIC 9(07) VALUE ZERO.
002910     05  WS-NET-REORDER          PIC 9(07) VALUE ZERO.
002920     05  WS-NET-LOAD-DATE        PIC 9(08) VALUE ZERO.
002930     05  WS-NET-CENTERS          PIC 9(01) VALUE ZERO.
002940     05  WS-EDIT-LOC-QTY         PIC Z,ZZZ,ZZ9.
002950     05  WS-EDIT-LOC-ROP         PIC Z,ZZZ,ZZ9.
002960     05  WS-LOC-ROLE-OUT         PIC X(18) VALUE SPACES.
002970
002980 01  WS-HISTORY-WORK.
002990     05  WS-ASOF-ENTERED         PIC X(08) VALUE SPACES.
003000     05  WS-ASOF-DATE REDEFINES WS-ASOF-ENTERED
003010                                 PIC 9(08).
003020     05  WS-ASOF-STATE-CD        PIC X(01) VALUE SPACE.
003030         88  WS-ASOF-NONE                VALUE ' '.
003040         88  WS-ASOF-BEFORE-FIRST        VALUE 'B'.
003050         88  WS-ASOF-RECORDED            VALUE 'R'.
003060     05  WS-ASOF-COST            PIC 9(05)V99 VALUE ZERO.
003070     05  WS-ASOF-SET-DATE        PIC 9(08) VALUE ZERO.
003080     05  WS-ASOF-SET-BY          PIC X(08) VALUE SPACES.
003090     05  WS-HIST-COUNT           PIC 9(05) VALUE ZERO.
003100     05  WS-HIST-WHO             PIC X(08) VALUE SPACES.
003110     05  WS-EDIT-OLD-COST        PIC ZZ,ZZ9.99.
003120     05  WS-EDIT-NEW-COST        PIC ZZ,ZZ9.99.
003130
003140*    THE BROWSE HOLDS THE KEYS OF THE MATCHING ITEMS, GATHERED
003150*    ONCE THROUGH THE ALTERNATE KEY, AND PAGES THROUGH THEM.
003160 01  WS-BROWSE-WORK.
003170     05  WS-BR-BY-CD             PIC X(01) VALUE SPACE.
003180         88  WS-BR-BY-VENDOR             VALUE 'V'.
003190         88  WS-BR-BY-WHSE               VALUE 'W'.
003200         88  WS-BR-BY-DESC               VALUE 'D'.
003210     05  WS-BR-VENDOR-ENTERED    PIC X(05) VALUE SPACES.
003220     05  WS-BR-VENDOR-N REDEFINES WS-BR-VENDOR-ENTERED
003230                                 PIC 9(05).
003240     05  WS-BR-CMD               PIC X(02) VALUE SPACES.
003250         88  WS-BR-CMD-FORWARD           VALUES 'F ' '  '.
003260         88  WS-BR-CMD-BACK              VALUE 'B '.
003270         88  WS-BR-CMD-QUIT              VALUE 'Q '.
003280     05  WS-BR-CMD-N REDEFINES WS-BR-CMD
003290                                 PIC 9(02).
003300     05  WS-BR-ACTION            PIC X(01) VALUE SPACE.
003310         88  WS-BR-ACT-INQUIRE           VALUE 'I'.
003320         88  WS-BR-ACT-UPDATE            VALUE 'U'.
003330         88  WS-BR-ACT-NONE              VALUE ' '.
003340     05  WS-BR-DESC-LEN          PIC 9(02) VALUE ZERO.
003350     05  WS-BR-PAGE-SIZE         PIC 9(02) VALUE 15.
003360     05  WS-BR-MAX-KEYS          PIC 9(03) VALUE 500.
003370     05  WS-BR-COUNT             PIC 9(03) VALUE ZERO.
003380     05  WS-BR-TOP               PIC 9(03) VALUE ZERO.
003390     05  WS-BR-LAST              PIC 9(03) VALUE ZERO.
003400     05  WS-BR-IX                PIC 9(03) VALUE ZERO.
003410     05  WS-BR-LINE              PIC 9(02) VALUE ZERO.
003420     05  WS-BR-EDIT-QTY          PIC ZZ,ZZ9.
003430     05  WS-BR-KEY-TABLE.
003440         10  WS-BR-KEY           PIC 9(05) OCCURS 500 TIMES.
003450
003460 PROCEDURE DIVISION.
003470*
003480 0000-MAINLINE.
003490     PERFORM 1000-OPEN-ITEMTAB THRU 1000-OPEN-ITEMTAB-EXIT.
003500     PERFORM 1300-LOAD-VENDOR-MASTER
003510         THRU 1300-LOAD-VENDOR-MASTER-EXIT.
003520     PERFORM 1100-SIGN-ON-OPERATOR
003530         THRU 1100-SIGN-ON-OPERATOR-EXIT.
003540     PERFORM 1400-OPEN-STOCK-LOCATION
003550         THRU 1400-OPEN-STOCK-LOCATION-EXIT.
003560     PERFORM 1500-OPEN-COST-HISTORY
003570         THRU 1500-OPEN-COST-HISTORY-EXIT.
003580     PERFORM 1600-OPEN-ITEM-ARCHIVE
003590         THRU 1600-OPEN-ITEM-ARCHIVE-EXIT.
003600
003610     PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
003620         UNTIL WS-QUIT-REQUESTED.
003630
003640     CLOSE ITEMTAB.
003650     CLOSE ITMJRNL.
003660     CLOSE STKLOC.
003670     CLOSE COSTHIST.
003680     CLOSE ITEMARC.
003690     STOP RUN.
003700*
003710 1000-OPEN-ITEMTAB.
003720     OPEN I-O ITEMTAB.
003730     IF WS-ITEMTAB-STATUS = '35'
003740         DISPLAY 'ITMINQ - ITEMTAB DOES NOT EXIST YET.  RUN '
003750             'ITMLOAD FIRST.'
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.
003790
003800*    IF ITMLOAD HAS THE RUN-CONTROL LOCK MARKED ACTIVE, A LOAD
003810*    IS LIVE (OR CRASHED AND AWAITING RESTART) AGAINST THIS
003820*    SAME ITEMTAB.  THE SESSION STILL OPENS, BUT INQUIRY ONLY -
003830*    UPDATES AND BACKOUTS ARE REFUSED UNTIL THE LOAD CLEARS.
003840     OPEN INPUT ITMRUNCT.
003850     IF WS-ITMRUNCT-STATUS = '00'
003860         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
003870         READ ITMRUNCT
003880             INVALID KEY
003890                 CONTINUE
003900             NOT INVALID KEY
003910                 IF RL-LOAD-ACTIVE
003920                     SET WS-INQUIRY-ONLY TO TRUE
003930                     DISPLAY 'ITMINQ - ITMLOAD IS RUNNING '
003940                         'AGAINST ITEMTAB - INQUIRY ONLY, '
003950                         'UPDATES REFUSED'
003960                 END-IF
003970         END-READ
003980     END-IF.
003990     CLOSE ITMRUNCT.
004000 1000-OPEN-ITEMTAB-EXIT.
004010     EXIT.
004020
004030 1100-SIGN-ON-OPERATOR.
004040*    THE JOURNAL NEEDS TO SAY WHO MADE EACH CORRECTION, SO THE
004050*    SESSION OPENS BY ASKING.  THE JOURNAL ACCUMULATES ACROSS
004060*    SESSIONS - EXTEND KEEPS PRIOR RECORDS AND CREATES THE
004070*    FILE ON ITS FIRST EVER USE (SAME PATTERN AS ITMAUDIT).
004080     DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING.
004090     ACCEPT WS-OPERATOR-ID.
004100     IF WS-OPERATOR-ID = SPACES
004110         MOVE 'UNKNOWN' TO WS-OPERATOR-ID
004120     END-IF.
004130     PERFORM 1150-CHECK-OPERATOR-PROFILE
004140         THRU 1150-CHECK-OPERATOR-PROFILE-EXIT.
004150     OPEN EXTEND ITMJRNL.
004160     IF WS-ITMJRNL-STATUS NOT = '00' AND
004170        WS-ITMJRNL-STATUS NOT = '05'
004180         DISPLAY 'ITMINQ - ITMJRNL OPEN STATUS = '
004190             WS-ITMJRNL-STATUS
004200     END-IF.
004210 1100-SIGN-ON-OPERATOR-EXIT.
004220     EXIT.
004230
004240 1150-CHECK-OPERATOR-PROFILE.
004250*    ANYONE WHO CAN REACH THE TERMINAL USED TO BE ABLE TO
004260*    REWRITE ITEMTAB ROWS ON THE HONOR SYSTEM.  THE PROFILE
004270*    ROW NOW SAYS WHAT EACH OPERATOR MAY DO; NO ROW, AN
004280*    INACTIVE ROW, OR NO PROFILE FILE AT ALL ALL COME OUT THE
004290*    SAME FAIL-SAFE WAY - THE SESSION RUNS, INQUIRY ONLY.
004300     MOVE SPACE TO WS-AUTH-CD.
004310     OPEN INPUT OPERPROF.
004320     IF WS-OPERPROF-STATUS NOT = '00'
004330         DISPLAY 'ITMINQ - OPERPROF OPEN STATUS = '
004340             WS-OPERPROF-STATUS ', SESSION IS INQUIRY ONLY'
004350         CLOSE OPERPROF
004360         GO TO 1150-CHECK-OPERATOR-PROFILE-EXIT
004370     END-IF.
004380     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
004390     READ OPERPROF
004400         INVALID KEY
004410             DISPLAY 'ITMINQ - OPERATOR ' WS-OPERATOR-ID
004420                 ' IS NOT PROFILED - INQUIRY ONLY'
004430         NOT INVALID KEY
004440             IF NOT OP-OPER-ACTIVE
004450                 DISPLAY 'ITMINQ - OPERATOR ' WS-OPERATOR-ID
004460                     ' IS INACTIVE - INQUIRY ONLY'
004470             ELSE
004480                 MOVE OP-AUTHORITY-CD TO WS-AUTH-CD
004490                 DISPLAY 'ITMINQ - SIGNED ON: '
004500                     OP-OPERATOR-NAME
004510                     ' AUTHORITY ' OP-AUTHORITY-CD
004520             END-IF
004530     END-READ.
004540     CLOSE OPERPROF.
004550 1150-CHECK-OPERATOR-PROFILE-EXIT.
004560     EXIT.
004570
004580 1300-LOAD-VENDOR-MASTER.
004590*    THE VENDOR MASTER IS SMALL AND READ ONCE, SO IT IS HELD IN
004600*    MEMORY FOR THE SESSION.  A MISSING OR EMPTY VENDMST MUST
004610*    NOT TAKE DOWN THE INQUIRY - THE DISPLAY SIMPLY GOES
004620*    WITHOUT VENDOR NAMES.
004630     OPEN INPUT VENDMST.
004640     IF WS-VENDMST-STATUS NOT = '00' AND
004650        WS-VENDMST-STATUS NOT = '05'
004660         DISPLAY 'ITMINQ - VENDMST OPEN STATUS = '
004670             WS-VENDMST-STATUS
004680             ', VENDOR NAMES NOT AVAILABLE'
004690         GO TO 1300-LOAD-VENDOR-MASTER-EXIT
004700     END-IF.
004710     MOVE 'N' TO WS-VENDMST-EOF-SW.
004720     PERFORM 1310-LOAD-ONE-VENDOR
004730         THRU 1310-LOAD-ONE-VENDOR-EXIT
004740         UNTIL WS-VENDMST-EOF.
004750     CLOSE VENDMST.
004760 1300-LOAD-VENDOR-MASTER-EXIT.
004770     EXIT.
004780
004790 1310-LOAD-ONE-VENDOR.
004800*    VENDMST IS KEPT IN ASCENDING VENDOR-NUMBER ORDER SO THE
004810*    NAME LOOKUP CAN USE SEARCH ALL - THE SAME RULES THE LOAD
004820*    ENFORCES WHEN IT READS THIS FILE.
004830     READ VENDMST
004840         AT END
004850             SET WS-VENDMST-EOF TO TRUE
004860             GO TO 1310-LOAD-ONE-VENDOR-EXIT
004870     END-READ.
004880     IF VE-VENDOR-NO NOT NUMERIC
004890         GO TO 1310-LOAD-ONE-VENDOR-EXIT
004900     END-IF.
004910     IF WS-VENDOR-CNT > ZERO
004920      AND VE-VENDOR-NO NOT > WS-VEN-NO (WS-VENDOR-CNT)
004930         GO TO 1310-LOAD-ONE-VENDOR-EXIT
004940     END-IF.
004950     IF WS-VENDOR-CNT >= 200
004960         SET WS-VENDMST-EOF TO TRUE
004970         GO TO 1310-LOAD-ONE-VENDOR-EXIT
004980     END-IF.
004990     ADD 1 TO WS-VENDOR-CNT.
005000     MOVE VE-VENDOR-NO   TO WS-VEN-NO (WS-VENDOR-CNT).
005010     MOVE VE-VENDOR-NAME TO WS-VEN-NAME (WS-VENDOR-CNT).
005020     MOVE VE-STATUS-CD   TO WS-VEN-STATUS (WS-VENDOR-CNT).
005030     MOVE ZERO           TO WS-VEN-REJECTS (WS-VENDOR-CNT).
005040 1310-LOAD-ONE-VENDOR-EXIT.
005050     EXIT.
005060
005070 1400-OPEN-STOCK-LOCATION.
005080*    THE CENTER POSITIONS ARE READ-ONLY HERE - ONLY THE LOAD
005090*    WRITES THEM.  A MISSING FILE ONLY TAKES AWAY THE L CHOICE.
005100     OPEN INPUT STKLOC.
005110     IF WS-STKLOC-STATUS NOT = '00'
005120         DISPLAY 'ITMINQ - STKLOC OPEN STATUS = '
005130             WS-STKLOC-STATUS
005140             ', CENTER POSITIONS NOT AVAILABLE'
005150         GO TO 1400-OPEN-STOCK-LOCATION-EXIT
005160     END-IF.
005170     SET WS-STKLOC-USABLE TO TRUE.
005180 1400-OPEN-STOCK-LOCATION-EXIT.
005190     EXIT.
005200
005210 1500-OPEN-COST-HISTORY.
005220*    THE SESSION BOTH WRITES THE COST HISTORY (U AND B) AND
005230*    READS IT (H), AND CREATES IT ON ITS FIRST EVER USE.  A
005240*    FILE THAT CANNOT BE OPENED TAKES AWAY THE H CHOICE AND THE
005250*    HISTORY OF THIS SESSION'S COST CHANGES, NOT THE SESSION.
005260     OPEN I-O COSTHIST.
005270     IF WS-COSTHIST-STATUS = '35'
005280         OPEN OUTPUT COSTHIST
005290         CLOSE COSTHIST
005300         OPEN I-O COSTHIST
005310     END-IF.
005320     IF WS-COSTHIST-STATUS NOT = '00' AND
005330        WS-COSTHIST-STATUS NOT = '05'
005340         DISPLAY 'ITMINQ - COSTHIST OPEN STATUS = '
005350             WS-COSTHIST-STATUS
005360             ', COST HISTORY NOT AVAILABLE'
005370         GO TO 1500-OPEN-COST-HISTORY-EXIT
005380     END-IF.
005390     SET WS-COSTHIST-USABLE TO TRUE.
005400 1500-OPEN-COST-HISTORY-EXIT.
005410     EXIT.
005420
005430 1600-OPEN-ITEM-ARCHIVE.
005440*    THE SESSION READS ITEMARC FOR THE INQUIRY DISPLAY AND
005450*    WRITES IT FOR THE D CHOICE, AND CREATES IT ON ITS FIRST
005460*    EVER USE.  A FILE THAT CANNOT BE OPENED TAKES AWAY THE D
005470*    CHOICE AND THE LIFECYCLE LINE, NOT THE SESSION.
005480     OPEN I-O ITEMARC.
005490     IF WS-ITEMARC-STATUS = '35'
005500         OPEN OUTPUT ITEMARC
005510         CLOSE ITEMARC
005520         OPEN I-O ITEMARC
005530     END-IF.
005540     IF WS-ITEMARC-STATUS NOT = '00' AND
005550        WS-ITEMARC-STATUS NOT = '05'
005560         DISPLAY 'ITMINQ - ITEMARC OPEN STATUS = '
005570             WS-ITEMARC-STATUS
005580             ', ITEM LIFECYCLE NOT AVAILABLE'
005590         GO TO 1600-OPEN-ITEM-ARCHIVE-EXIT
005600     END-IF.
005610     SET WS-ITEMARC-USABLE TO TRUE.
005620 1600-OPEN-ITEM-ARCHIVE-EXIT.
005630     EXIT.
005640*
005650*****************************************************************
005660*    2000 SERIES  --  OPERATOR MENU                              *
005670*****************************************************************
005680 2000-MENU-LOOP.
005690     DISPLAY ' '.
005700     DISPLAY 'ITMINQ - ITEM TABLE INQUIRY / MAINTENANCE'.
005710     DISPLAY '  I = INQUIRE ON AN ITEM'.
005720     DISPLAY '  L = STOCK POSITION BY CENTER'.
005730     DISPLAY '  H = COST HISTORY / COST AS OF A DATE'.
005740     DISPLAY '  U = UPDATE  AN ITEM'.
005750     DISPLAY '  B = BACK OUT A MANUAL UPDATE'.
005760     DISPLAY '  D = DISCONTINUE / OBSOLETE / REINSTATE'.
005770     DISPLAY '  S = BROWSE BY VENDOR / WAREHOUSE / DESCRIPTION'.
005780     DISPLAY '  Q = QUIT'.
005790     DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
005800     ACCEPT WS-MENU-CHOICE.
005810
005820     IF WS-CHOICE-INQUIRE
005830         PERFORM 2100-INQUIRE-ITEM
005840             THRU 2100-INQUIRE-ITEM-EXIT
005850     ELSE
005860         IF WS-CHOICE-UPDATE
005870             IF WS-INQUIRY-ONLY
005880                 DISPLAY 'ITMINQ - UPDATES REFUSED WHILE '
005890                     'ITMLOAD IS RUNNING'
005900             ELSE
005910         IF NOT WS-AUTH-CAN-UPDATE
005920             DISPLAY 'ITMINQ - OPERATOR ' WS-OPERATOR-ID
005930                 ' IS NOT AUTHORIZED TO UPDATE'
005940         ELSE
005950             PERFORM 2200-UPDATE-ITEM
005960                 THRU 2200-UPDATE-ITEM-EXIT
005970         END-IF
005980             END-IF
005990         ELSE
006000             IF WS-CHOICE-BACKOUT
006010                 IF WS-INQUIRY-ONLY
006020                     DISPLAY 'ITMINQ - UPDATES REFUSED WHILE '
006030                         'ITMLOAD IS RUNNING'
006040                 ELSE
006050             IF NOT WS-AUTH-CAN-BACKOUT
006060                 DISPLAY 'ITMINQ - OPERATOR ' WS-OPERATOR-ID
006070                     ' IS NOT AUTHORIZED TO BACK OUT'
006080             ELSE
006090                 PERFORM 2300-BACKOUT-ITEM
006100                     THRU 2300-BACKOUT-ITEM-EXIT
006110             END-IF
006120                 END-IF
006130             ELSE
006140             IF WS-CHOICE-QUIT
006150                 SET WS-QUIT-REQUESTED TO TRUE
006160             ELSE
006170             IF WS-CHOICE-LOCATION
006180                 PERFORM 2700-LOCATION-INQUIRY
006190                     THRU 2700-LOCATION-INQUIRY-EXIT
006200             ELSE
006210             IF WS-CHOICE-HISTORY
006220                 PERFORM 2800-COST-HISTORY-INQUIRY
006230                     THRU 2800-COST-HISTORY-INQUIRY-EXIT
006240             ELSE
006250             IF WS-CHOICE-LIFECYCLE
006260                 IF WS-INQUIRY-ONLY
006270                     DISPLAY 'ITMINQ - UPDATES REFUSED WHILE '
006280                         'ITMLOAD IS RUNNING'
006290                 ELSE
006300             IF NOT WS-AUTH-CAN-UPDATE
006310                 DISPLAY 'ITMINQ - OPERATOR ' WS-OPERATOR-ID
006320                     ' IS NOT AUTHORIZED TO UPDATE'
006330             ELSE
006340                 PERFORM 2900-SET-LIFECYCLE
006350                     THRU 2900-SET-LIFECYCLE-EXIT
006360             END-IF
006370                 END-IF
006380             ELSE
006390             IF WS-CHOICE-BROWSE
006400                 PERFORM 3000-BROWSE-ITEMS
006410                     THRU 3000-BROWSE-ITEMS-EXIT
006420             ELSE
006430                 DISPLAY 'ITMINQ - INVALID CHOICE, TRY AGAIN'
006440             END-IF
006450             END-IF
006460             END-IF
006470             END-IF
006480             END-IF
006490             END-IF
006500         END-IF
006510     END-IF.
006520 2000-MENU-LOOP-EXIT.
006530     EXIT.
006540
006550 2100-INQUIRE-ITEM.
006560     DISPLAY 'ENTER ITEM SUBSCRIPT/KEY: ' WITH NO ADVANCING.
006570     ACCEPT WS-KEY-ENTERED.
006580     PERFORM 2110-INQUIRE-BY-KEY
006590         THRU 2110-INQUIRE-BY-KEY-EXIT.
006600 2100-INQUIRE-ITEM-EXIT.
006610     EXIT.
006620
006630 2110-INQUIRE-BY-KEY.
006640*    SHARED BY THE I CHOICE AND THE BROWSE.  THE CALLER LEAVES
006650*    THE ITEM KEY IN WS-KEY-ENTERED.
006660     PERFORM 2500-READ-ITEMTAB THRU 2500-READ-ITEMTAB-EXIT.
006670     IF WS-ITEM-FOUND
006680         PERFORM 2150-DISPLAY-ITEM-FIELDS
006690             THRU 2150-DISPLAY-ITEM-FIELDS-EXIT
006700     ELSE
006710         DISPLAY 'ITMINQ - NO ITEM ON FILE FOR KEY '
006720             WS-KEY-ENTERED
006730     END-IF.
006740 2110-INQUIRE-BY-KEY-EXIT.
006750     EXIT.
006760
006770 2150-DISPLAY-ITEM-FIELDS.
006780     MOVE IT-UNIT-COST TO WS-EDIT-COST.
006790     DISPLAY 'ITEM KEY ........ ' IT-ITEM-KEY.
006800     DISPLAY 'DESCRIPTION ..... ' IT-ITEM-DESC.
006810     DISPLAY 'UNIT COST ....... ' WS-EDIT-COST.
006820     DISPLAY 'ON-HAND QTY ..... ' IT-ONHAND-QTY.
006830     DISPLAY 'REORDER POINT ... ' IT-REORDER-POINT.
006840     PERFORM 2160-FIND-VENDOR-NAME
006850         THRU 2160-FIND-VENDOR-NAME-EXIT.
006860     DISPLAY 'VENDOR NUMBER ... ' IT-VENDOR-NO
006870         '  ' WS-VENDOR-NAME-OUT.
006880     DISPLAY 'WAREHOUSE ....... ' IT-WAREHOUSE-CD.
006890     IF IT-STATUS-MANUAL
006900         DISPLAY 'STATUS .......... MANUALLY CORRECTED'
006910     ELSE
006920         DISPLAY 'STATUS .......... LOADED'
006930     END-IF.
006940     PERFORM 2170-SHOW-LIFECYCLE
006950         THRU 2170-SHOW-LIFECYCLE-EXIT.
006960 2150-DISPLAY-ITEM-FIELDS-EXIT.
006970     EXIT.
006980
006990 2160-FIND-VENDOR-NAME.
007000*    PUTS THE VENDOR NAME NEXT TO THE NUMBER ON THE INQUIRY
007010*    DISPLAY.  AN INACTIVE VENDOR IS MARKED - AN OPERATOR
007020*    CORRECTING AN ITEM ONTO A DEAD VENDOR SHOULD SEE IT HERE,
007030*    NOT ON TOMORROW'S EXCEPTION REPORT.
007040     MOVE SPACES TO WS-VENDOR-NAME-OUT.
007050     IF WS-VENDOR-CNT = ZERO
007060         GO TO 2160-FIND-VENDOR-NAME-EXIT
007070     END-IF.
007080     SET WS-VEN-IDX TO 1.
007090     SEARCH ALL WS-VENDOR-ENTRY
007100         AT END
007110             MOVE '(NOT ON VENDOR MASTER)'
007120                 TO WS-VENDOR-NAME-OUT
007130         WHEN WS-VEN-NO (WS-VEN-IDX) = IT-VENDOR-NO
007140             IF WS-VEN-ACTIVE (WS-VEN-IDX)
007150                 MOVE WS-VEN-NAME (WS-VEN-IDX)
007160                     TO WS-VENDOR-NAME-OUT
007170             ELSE
007180                 STRING WS-VEN-NAME (WS-VEN-IDX) ' *INACTIVE*'
007190                     DELIMITED BY SIZE
007200                     INTO WS-VENDOR-NAME-OUT
007210             END-IF
007220     END-SEARCH.
007230 2160-FIND-VENDOR-NAME-EXIT.
007240     EXIT.
007250
007260 2170-SHOW-LIFECYCLE.
007270*    READS THE ITEM'S ITEMARC ROW, IF ANY, INTO THE RECORD AREA
007280*    AND SHOWS ITS LIFECYCLE STATUS AND ANY ARCHIVE DROP.  THE
007290*    KEY IS TAKEN FROM WS-KEY-ENTERED SO AN ARCHIVED ITEM THAT
007300*    ITMPURGE HAS TAKEN OFF ITEMTAB CAN STILL BE SHOWN.
007310     MOVE 'N' TO WS-ARC-FOUND-SW.
007320     IF NOT WS-ITEMARC-USABLE
007330         GO TO 2170-SHOW-LIFECYCLE-EXIT
007340     END-IF.
007350     MOVE WS-KEY-ENTERED TO AR-ITEM-KEY.
007360     READ ITEMARC
007370         INVALID KEY
007380             DISPLAY 'LIFECYCLE ....... ACTIVE'
007390             GO TO 2170-SHOW-LIFECYCLE-EXIT
007400     END-READ.
007410     SET WS-ARC-ROW-FOUND TO TRUE.
007420     IF AR-LIFE-DISCONTINUED
007430         DISPLAY 'LIFECYCLE ....... DISCONTINUED '
007440             AR-LIFE-SET-DATE ' BY ' AR-LIFE-SET-BY
007450     ELSE
007460         IF AR-LIFE-OBSOLETE
007470             DISPLAY 'LIFECYCLE ....... OBSOLETE '
007480                 AR-LIFE-SET-DATE ' BY ' AR-LIFE-SET-BY
007490         ELSE
007500             DISPLAY 'LIFECYCLE ....... ACTIVE'
007510         END-IF
007520     END-IF.
007530     IF AR-ARCHIVED
007540         IF AR-DROP-MAINT-DELETE
007550             DISPLAY 'ARCHIVED ........ DELETED ' AR-DROP-DATE
007560                 ', LAST CENTER ' AR-LAST-SOURCE-NO
007570         ELSE
007580             DISPLAY 'ARCHIVED ........ DROPPED ' AR-DROP-DATE
007590                 ', LAST CENTER ' AR-LAST-SOURCE-NO
007600         END-IF
007610     ELSE
007620         IF AR-RETURN-DATE NOT = ZERO
007630             DISPLAY 'ARCHIVED ........ RETURNED TO FEED '
007640                 AR-RETURN-DATE
007650         END-IF
007660     END-IF.
007670 2170-SHOW-LIFECYCLE-EXIT.
007680     EXIT.
007690
007700 2200-UPDATE-ITEM.
007710     DISPLAY 'ENTER ITEM SUBSCRIPT/KEY: ' WITH NO ADVANCING.
007720     ACCEPT WS-KEY-ENTERED.
007730     PERFORM 2210-UPDATE-BY-KEY
007740         THRU 2210-UPDATE-BY-KEY-EXIT.
007750 2200-UPDATE-ITEM-EXIT.
007760     EXIT.
007770
007780 2210-UPDATE-BY-KEY.
007790*    SHARED BY THE U CHOICE AND THE BROWSE.  THE CALLER LEAVES
007800*    THE ITEM KEY IN WS-KEY-ENTERED AND HAS ALREADY MADE THE
007810*    LOAD LOCK AND AUTHORITY CHECKS.
007820     PERFORM 2500-READ-ITEMTAB THRU 2500-READ-ITEMTAB-EXIT.
007830     IF NOT WS-ITEM-FOUND
007840         DISPLAY 'ITMINQ - NO ITEM ON FILE FOR KEY '
007850             WS-KEY-ENTERED
007860         GO TO 2210-UPDATE-BY-KEY-EXIT
007870     END-IF.
007880
007890     PERFORM 2150-DISPLAY-ITEM-FIELDS
007900         THRU 2150-DISPLAY-ITEM-FIELDS-EXIT.
007910     DISPLAY 'ENTER A NEW VALUE FOR A FIELD, OR LEAVE BLANK '
007920         'TO KEEP THE CURRENT VALUE.'.
007930     DISPLAY 'KEY NUMERIC FIELDS AS ALL DIGITS, NO DECIMAL '
007940         'POINT (COST = 7 DIGITS, 9999999 = 99,999.99).'.
007950     MOVE ITEMTAB-RECORD TO WS-BEFORE-IMAGE.
007960     PERFORM 2250-CORRECT-ITEM-FIELDS
007970         THRU 2250-CORRECT-ITEM-FIELDS-EXIT.
007980
007990     SET IT-STATUS-MANUAL TO TRUE.
008000     REWRITE ITEMTAB-RECORD
008010         INVALID KEY
008020             DISPLAY 'ITMINQ - REWRITE FAILED FOR KEY '
008030                 WS-KEY-ENTERED
008040             GO TO 2210-UPDATE-BY-KEY-EXIT
008050     END-REWRITE.
008060     MOVE 'U' TO WS-JRNL-ACTION-CD.
008070     PERFORM 2600-WRITE-JOURNAL THRU 2600-WRITE-JOURNAL-EXIT.
008080     PERFORM 2650-RECORD-COST-CHANGE
008090         THRU 2650-RECORD-COST-CHANGE-EXIT.
008100     DISPLAY 'ITMINQ - ITEM ' WS-KEY-ENTERED ' UPDATED.  THE '
008110         'NEXT LOAD RUN WILL PICK UP THE CORRECTED VALUE.'.
008120 2210-UPDATE-BY-KEY-EXIT.
008130     EXIT.
008140
008150 2250-CORRECT-ITEM-FIELDS.
008160*    ONE PROMPT PER BUSINESS FIELD.  A BLANK ENTRY KEEPS THE
008170*    VALUE ON FILE, SO FIXING ONE DIGIT OF A COST NO LONGER
008180*    RISKS FAT-FINGERING THE QUANTITY SITTING NEXT TO IT.  A
008190*    NON-NUMERIC ENTRY IN A NUMERIC FIELD LEAVES THAT FIELD
008200*    UNCHANGED RATHER THAN CORRUPTING THE ROW.
008210     DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING.
008220     ACCEPT WS-DESC-ENTERED.
008230     IF WS-DESC-ENTERED NOT = SPACES
008240         MOVE WS-DESC-ENTERED TO IT-ITEM-DESC
008250     END-IF.
008260
008270     DISPLAY 'UNIT COST: ' WITH NO ADVANCING.
008280     ACCEPT WS-COST-ENTERED.
008290     IF WS-COST-ENTERED NOT = SPACES
008300         IF WS-COST-ENTERED-N NUMERIC
008310             MOVE WS-COST-ENTERED-N TO IT-UNIT-COST
008320         ELSE
008330             DISPLAY 'ITMINQ - NOT NUMERIC, UNIT COST UNCHANGED'
008340         END-IF
008350     END-IF.
008360
008370     DISPLAY 'ON-HAND QTY: ' WITH NO ADVANCING.
008380     ACCEPT WS-QTY-ENTERED.
008390     IF WS-QTY-ENTERED NOT = SPACES
008400         IF WS-QTY-ENTERED-N NUMERIC
008410             MOVE WS-QTY-ENTERED-N TO IT-ONHAND-QTY
008420         ELSE
008430             DISPLAY 'ITMINQ - NOT NUMERIC, ON-HAND UNCHANGED'
008440         END-IF
008450     END-IF.
008460
008470     DISPLAY 'REORDER POINT: ' WITH NO ADVANCING.
008480     ACCEPT WS-QTY-ENTERED.
008490     IF WS-QTY-ENTERED NOT = SPACES
008500         IF WS-QTY-ENTERED-N NUMERIC
008510             MOVE WS-QTY-ENTERED-N TO IT-REORDER-POINT
008520         ELSE
008530             DISPLAY 'ITMINQ - NOT NUMERIC, REORDER UNCHANGED'
008540         END-IF
008550     END-IF.
008560
008570     DISPLAY 'VENDOR NUMBER: ' WITH NO ADVANCING.
008580     ACCEPT WS-QTY-ENTERED.
008590     IF WS-QTY-ENTERED NOT = SPACES
008600         IF WS-QTY-ENTERED-N NUMERIC
008610             MOVE WS-QTY-ENTERED-N TO IT-VENDOR-NO
008620         ELSE
008630             DISPLAY 'ITMINQ - NOT NUMERIC, VENDOR UNCHANGED'
008640         END-IF
008650     END-IF.
008660
008670     DISPLAY 'WAREHOUSE: ' WITH NO ADVANCING.
008680     ACCEPT WS-WHSE-ENTERED.
008690     IF WS-WHSE-ENTERED NOT = SPACES
008700         MOVE WS-WHSE-ENTERED TO IT-WAREHOUSE-CD
008710     END-IF.
008720 2250-CORRECT-ITEM-FIELDS-EXIT.
008730     EXIT.
008740
008750 2300-BACKOUT-ITEM.
008760*    RESTORES AN ITEM TO THE IMAGE IT HAD BEFORE ITS MOST
008770*    RECENT JOURNALED CORRECTION.  THE BACKOUT IS ITSELF
008780*    JOURNALED, SO IT CAN BE SEEN - AND BACKED OUT - LIKE ANY
008790*    OTHER CHANGE.
008800     DISPLAY 'ENTER ITEM SUBSCRIPT/KEY: ' WITH NO ADVANCING.
008810     ACCEPT WS-KEY-ENTERED.
008820
008830     PERFORM 2500-READ-ITEMTAB THRU 2500-READ-ITEMTAB-EXIT.
008840     IF NOT WS-ITEM-FOUND
008850         DISPLAY 'ITMINQ - NO ITEM ON FILE FOR KEY '
008860             WS-KEY-ENTERED
008870         GO TO 2300-BACKOUT-ITEM-EXIT
008880     END-IF.
008890
008900     PERFORM 2350-FIND-PRIOR-IMAGE
008910         THRU 2350-FIND-PRIOR-IMAGE-EXIT.
008920     IF NOT WS-JRNL-IMAGE-FOUND
008930         DISPLAY 'ITMINQ - NO JOURNAL RECORD FOR KEY '
008940             WS-KEY-ENTERED ', NOTHING TO BACK OUT'
008950         GO TO 2300-BACKOUT-ITEM-EXIT
008960     END-IF.
008970
008980     MOVE ITEMTAB-RECORD TO WS-BEFORE-IMAGE.
008990     MOVE WS-RESTORE-IMAGE TO ITEMTAB-RECORD.
009000     REWRITE ITEMTAB-RECORD
009010         INVALID KEY
009020             DISPLAY 'ITMINQ - REWRITE FAILED FOR KEY '
009030                 WS-KEY-ENTERED
009040             GO TO 2300-BACKOUT-ITEM-EXIT
009050     END-REWRITE.
009060     MOVE 'B' TO WS-JRNL-ACTION-CD.
009070     PERFORM 2600-WRITE-JOURNAL THRU 2600-WRITE-JOURNAL-EXIT.
009080     PERFORM 2650-RECORD-COST-CHANGE
009090         THRU 2650-RECORD-COST-CHANGE-EXIT.
009100     DISPLAY 'ITMINQ - ITEM ' WS-KEY-ENTERED ' RESTORED TO ITS '
009110         'PRIOR IMAGE:'.
009120     PERFORM 2150-DISPLAY-ITEM-FIELDS
009130         THRU 2150-DISPLAY-ITEM-FIELDS-EXIT.
009140 2300-BACKOUT-ITEM-EXIT.
009150     EXIT.
009160
009170 2350-FIND-PRIOR-IMAGE.
009180*    THE JOURNAL IS AN APPEND-ONLY SEQUENTIAL FILE, SO THE
009190*    SESSION'S EXTEND HANDLE IS PUT DOWN, THE FILE IS READ
009200*    FROM THE TOP KEEPING THE LAST RECORD FOR THE KEY (THE
009210*    MOST RECENT CORRECTION), AND THE HANDLE IS PICKED BACK
009220*    UP FOR APPENDING.
009230     MOVE 'N' TO WS-JRNL-FOUND-SW.
009240     MOVE 'N' TO WS-JRNL-EOF-SW.
009250     CLOSE ITMJRNL.
009260     OPEN INPUT ITMJRNL.
009270     IF WS-ITMJRNL-STATUS NOT = '00' AND
009280        WS-ITMJRNL-STATUS NOT = '05'
009290         DISPLAY 'ITMINQ - ITMJRNL OPEN STATUS = '
009300             WS-ITMJRNL-STATUS
009310         SET WS-JRNL-EOF TO TRUE
009320     END-IF.
009330     PERFORM 2360-SCAN-JOURNAL
009340         THRU 2360-SCAN-JOURNAL-EXIT
009350         UNTIL WS-JRNL-EOF.
009360     CLOSE ITMJRNL.
009370     OPEN EXTEND ITMJRNL.
009380 2350-FIND-PRIOR-IMAGE-EXIT.
009390     EXIT.
009400
009410 2360-SCAN-JOURNAL.
009420     READ ITMJRNL
009430         AT END
009440             SET WS-JRNL-EOF TO TRUE
009450             GO TO 2360-SCAN-JOURNAL-EXIT
009460     END-READ.
009470*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
009480     IF WS-ITMJRNL-STATUS NOT = '00'
009490         SET WS-JRNL-EOF TO TRUE
009500         GO TO 2360-SCAN-JOURNAL-EXIT
009510     END-IF.
009520     IF JR-ITEM-KEY = WS-KEY-ENTERED
009530         SET WS-JRNL-IMAGE-FOUND TO TRUE
009540         MOVE JR-BEFORE-IMAGE TO WS-RESTORE-IMAGE
009550     END-IF.
009560 2360-SCAN-JOURNAL-EXIT.
009570     EXIT.
009580
009590 2500-READ-ITEMTAB.
009600     MOVE WS-KEY-ENTERED TO IT-ITEM-KEY.
009610     MOVE 'N' TO WS-FOUND-SW.
009620     READ ITEMTAB
009630         INVALID KEY
009640             MOVE 'N' TO WS-FOUND-SW
009650         NOT INVALID KEY
009660             SET WS-ITEM-FOUND TO TRUE
009670     END-READ.
009680 2500-READ-ITEMTAB-EXIT.
009690     EXIT.
009700 2600-WRITE-JOURNAL.
009710*    ONE RECORD PER CORRECTION: WHO, WHEN, THE ROW AS IT WAS,
009720*    AND THE ROW AS IT NOW STANDS.  THE CALLER SETS THE ACTION
009730*    CODE AND LEAVES THE PRIOR IMAGE IN WS-BEFORE-IMAGE AND
009740*    THE NEW ROW IN THE ITEMTAB RECORD AREA.
009750     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
009760     ACCEPT WS-EVT-TIME FROM TIME.
009770     MOVE WS-OPERATOR-ID   TO JR-OPERATOR-ID.
009780     MOVE WS-JRNL-ACTION-CD TO JR-ACTION-CD.
009790     MOVE WS-EVT-DATE      TO JR-EVENT-DATE.
009800     MOVE WS-EVT-HHMMSS    TO JR-EVENT-TIME.
009810     MOVE IT-ITEM-KEY      TO JR-ITEM-KEY.
009820     MOVE WS-BEFORE-IMAGE  TO JR-BEFORE-IMAGE.
009830     MOVE ITEMTAB-RECORD   TO JR-AFTER-IMAGE.
009840     WRITE JOURNAL-RECORD.
009850 2600-WRITE-JOURNAL-EXIT.
009860     EXIT.
009870
009880 2650-RECORD-COST-CHANGE.
009890*    CALLED RIGHT AFTER 2600 WITH THE SAME IMAGES AND STAMP.  A
009900*    CORRECTION OR BACKOUT THAT MOVED THE UNIT COST WRITES ONE
009910*    COSTHIST RECORD; THE JOURNAL ACTION CODE (U OR B) IS ALSO
009920*    THE HISTORY SOURCE CODE.
009930     IF NOT WS-COSTHIST-USABLE
009940         GO TO 2650-RECORD-COST-CHANGE-EXIT
009950     END-IF.
009960     IF IT-UNIT-COST = WS-BEFORE-UNIT-COST
009970         GO TO 2650-RECORD-COST-CHANGE-EXIT
009980     END-IF.
009990     MOVE SPACES              TO COSTHIST-RECORD.
010000     MOVE IT-ITEM-KEY         TO CH-ITEM-KEY.
010010     MOVE WS-EVT-DATE         TO CH-EFF-DATE.
010020     MOVE WS-EVT-HHMMSS       TO CH-EFF-TIME.
010030     MOVE ZERO                TO CH-SEQ-NO.
010040     MOVE WS-BEFORE-UNIT-COST TO CH-OLD-COST.
010050     MOVE IT-UNIT-COST        TO CH-NEW-COST.
010060     MOVE WS-JRNL-ACTION-CD   TO CH-SOURCE-CD.
010070     MOVE 'ITMINQ'            TO CH-PROGRAM-ID.
010080     MOVE WS-OPERATOR-ID      TO CH-OPERATOR-ID.
010090     MOVE IT-ONHAND-QTY       TO CH-ONHAND-QTY.
010100     MOVE IT-WAREHOUSE-CD     TO CH-WAREHOUSE-CD.
010110     MOVE 'N' TO WS-HIST-DONE-SW.
010120     PERFORM 2660-WRITE-COST-HISTORY
010130         THRU 2660-WRITE-COST-HISTORY-EXIT
010140         UNTIL WS-HIST-DONE.
010150 2650-RECORD-COST-CHANGE-EXIT.
010160     EXIT.
010170
010180 2660-WRITE-COST-HISTORY.
010190*    A SECOND CHANGE TO THE SAME ITEM IN THE SAME SECOND TAKES
010200*    THE NEXT SEQUENCE NUMBER RATHER THAN BEING LOST.
010210     WRITE COSTHIST-RECORD
010220         INVALID KEY
010230             IF WS-COSTHIST-STATUS = '22'
010240              AND CH-SEQ-NO < 99
010250                 ADD 1 TO CH-SEQ-NO
010260             ELSE
010270                 DISPLAY 'ITMINQ - UNABLE TO WRITE COSTHIST KEY '
010280                     CH-HIST-KEY ', STATUS = ' WS-COSTHIST-STATUS
010290                 SET WS-HIST-DONE TO TRUE
010300             END-IF
010310             GO TO 2660-WRITE-COST-HISTORY-EXIT
010320     END-WRITE.
010330     SET WS-HIST-DONE TO TRUE.
010340 2660-WRITE-COST-HISTORY-EXIT.
010350     EXIT.
010360
010370
010380 2700-LOCATION-INQUIRY.
010390*    ITEMTAB CARRIES ONLY THE HIGHEST-PRIORITY CENTER'S ROW FOR
010400*    AN ITEM.  THIS SHOWS WHAT EVERY CENTER REPORTED ON ITS
010410*    LAST LOAD, AND THE NETWORK TOTAL, SO A BUYER CAN SEE STOCK
010420*    SITTING AT ONE CENTER BEFORE ORDERING MORE FOR ANOTHER.
010430     IF NOT WS-STKLOC-USABLE
010440         DISPLAY 'ITMINQ - STKLOC NOT AVAILABLE, NO CENTER '
010450             'POSITIONS TO SHOW'
010460         GO TO 2700-LOCATION-INQUIRY-EXIT
010470     END-IF.
010480     DISPLAY 'ENTER ITEM SUBSCRIPT/KEY: ' WITH NO ADVANCING.
010490     ACCEPT WS-KEY-ENTERED.
010500
010510     PERFORM 2500-READ-ITEMTAB THRU 2500-READ-ITEMTAB-EXIT.
010520     IF WS-ITEM-FOUND
010530         DISPLAY 'ITEM ' IT-ITEM-KEY '  ' IT-ITEM-DESC
010540     ELSE
010550         DISPLAY 'ITEM ' WS-KEY-ENTERED '  (NOT ON ITEMTAB)'
010560     END-IF.
010570
010580*    THE TOTAL ROW IS READ FIRST - ITS LOAD DATE IS THE NIGHT
010590*    THE CENTER ROWS ARE MEASURED AGAINST.
010600     MOVE 'N' TO WS-NET-FOUND-SW.
010610     MOVE WS-KEY-ENTERED TO SL-ITEM-KEY.
010620     MOVE ZERO           TO SL-SOURCE-NO.
010630     READ STKLOC
010640         INVALID KEY
010650             CONTINUE
010660         NOT INVALID KEY
010670             SET WS-NET-ROW-FOUND TO TRUE
010680             MOVE SL-ONHAND-QTY    TO WS-NET-ONHAND
010690             MOVE SL-REORDER-POINT TO WS-NET-REORDER
010700             MOVE SL-LOAD-DATE     TO WS-NET-LOAD-DATE
010710             MOVE SL-CENTER-COUNT  TO WS-NET-CENTERS
010720     END-READ.
010730     IF NOT WS-NET-ROW-FOUND
010740         DISPLAY 'ITMINQ - NO CENTER POSITIONS ON FILE FOR KEY '
010750             WS-KEY-ENTERED
010760         GO TO 2700-LOCATION-INQUIRY-EXIT
010770     END-IF.
010780
010790     DISPLAY 'CENTER      ON-HAND    REORDER  WH  LOADED'.
010800     MOVE 'N' TO WS-LOC-SHOWN-SW.
010810     PERFORM 2710-SHOW-ONE-CENTER
010820         THRU 2710-SHOW-ONE-CENTER-EXIT
010830         VARYING WS-LOC-SRC FROM 1 BY 1
010840         UNTIL WS-LOC-SRC > 3.
010850     IF NOT WS-LOC-ROW-SHOWN
010860         DISPLAY '  (NO CENTER ROWS ON FILE)'
010870     END-IF.
010880     MOVE WS-NET-ONHAND  TO WS-EDIT-LOC-QTY.
010890     MOVE WS-NET-REORDER TO WS-EDIT-LOC-ROP.
010900     DISPLAY 'NETWORK  ' WS-EDIT-LOC-QTY '  ' WS-EDIT-LOC-ROP
010910         '      ' WS-NET-LOAD-DATE '  ' WS-NET-CENTERS
010920         ' CENTER(S)'.
010930 2700-LOCATION-INQUIRY-EXIT.
010940     EXIT.
010950
010960 2710-SHOW-ONE-CENTER.
010970     MOVE WS-KEY-ENTERED TO SL-ITEM-KEY.
010980     MOVE WS-LOC-SRC     TO SL-SOURCE-NO.
010990     READ STKLOC
011000         INVALID KEY
011010             GO TO 2710-SHOW-ONE-CENTER-EXIT
011020     END-READ.
011030     SET WS-LOC-ROW-SHOWN TO TRUE.
011040*    A CENTER ROW OLDER THAN THE TOTAL IS FROM A NIGHT THE
011050*    CENTER DID NOT SEND THE ITEM; IT IS NOT IN THE TOTAL.
011060     IF SL-LOAD-DATE < WS-NET-LOAD-DATE
011070         MOVE 'NOT SENT LAST LOAD' TO WS-LOC-ROLE-OUT
011080     ELSE
011090         IF SL-ROLE-SUPERSEDED
011100             MOVE 'SUPERSEDED'     TO WS-LOC-ROLE-OUT
011110         ELSE
011120             MOVE 'IN ITEMTAB'     TO WS-LOC-ROLE-OUT
011130         END-IF
011140     END-IF.
011150     MOVE SL-ONHAND-QTY    TO WS-EDIT-LOC-QTY.
011160     MOVE SL-REORDER-POINT TO WS-EDIT-LOC-ROP.
011170     DISPLAY '  ' SL-SOURCE-NO '      ' WS-EDIT-LOC-QTY '  '
011180         WS-EDIT-LOC-ROP '  ' SL-WAREHOUSE-CD '  '
011190         SL-LOAD-DATE '  ' WS-LOC-ROLE-OUT.
011200 2710-SHOW-ONE-CENTER-EXIT.
011210     EXIT.
011220
011230 2800-COST-HISTORY-INQUIRY.
011240*    LISTS EVERY RECORDED COST CHANGE FOR ONE ITEM, OLDEST
011250*    FIRST, AND - IF A DATE IS ENTERED - THE COST THAT WAS IN
011260*    EFFECT ON THAT DATE: THE NEW COST OF THE LAST CHANGE ON OR
011270*    BEFORE IT, OR, FOR A DATE BEFORE THE FIRST RECORDED
011280*    CHANGE, THE COST THAT CHANGE REPLACED.
011290     IF NOT WS-COSTHIST-USABLE
011300         DISPLAY 'ITMINQ - COSTHIST NOT AVAILABLE, NO COST '
011310             'HISTORY TO SHOW'
011320         GO TO 2800-COST-HISTORY-INQUIRY-EXIT
011330     END-IF.
011340     DISPLAY 'ENTER ITEM SUBSCRIPT/KEY: ' WITH NO ADVANCING.
011350     ACCEPT WS-KEY-ENTERED.
011360     DISPLAY 'ENTER AS-OF DATE (YYYYMMDD), OR LEAVE BLANK: '
011370         WITH NO ADVANCING.
011380     MOVE SPACES TO WS-ASOF-ENTERED.
011390     ACCEPT WS-ASOF-ENTERED.
011400     IF WS-ASOF-ENTERED NOT = SPACES
011410      AND WS-ASOF-DATE NOT NUMERIC
011420         DISPLAY 'ITMINQ - AS-OF DATE NOT NUMERIC, HISTORY ONLY'
011430         MOVE SPACES TO WS-ASOF-ENTERED
011440     END-IF.
011450
011460     PERFORM 2500-READ-ITEMTAB THRU 2500-READ-ITEMTAB-EXIT.
011470     IF WS-ITEM-FOUND
011480         MOVE IT-UNIT-COST TO WS-EDIT-COST
011490         DISPLAY 'ITEM ' IT-ITEM-KEY '  ' IT-ITEM-DESC
011500             '  CURRENT COST ' WS-EDIT-COST
011510     ELSE
011520         DISPLAY 'ITEM ' WS-KEY-ENTERED '  (NOT ON ITEMTAB)'
011530     END-IF.
011540
011550     MOVE SPACE TO WS-ASOF-STATE-CD.
011560     MOVE ZERO  TO WS-HIST-COUNT.
011570     MOVE 'N'   TO WS-HIST-EOF-SW.
011580     MOVE WS-KEY-ENTERED TO CH-ITEM-KEY.
011590     MOVE ZERO           TO CH-EFF-DATE.
011600     MOVE ZERO           TO CH-EFF-TIME.
011610     MOVE ZERO           TO CH-SEQ-NO.
011620     START COSTHIST KEY IS NOT LESS THAN CH-HIST-KEY
011630         INVALID KEY
011640             SET WS-HIST-EOF TO TRUE
011650     END-START.
011660     IF NOT WS-HIST-EOF
011670         DISPLAY 'EFFECTIVE  TIME      OLD COST   NEW COST  '
011680             'SRC  CHANGED BY'
011690     END-IF.
011700     PERFORM 2810-SHOW-ONE-CHANGE
011710         THRU 2810-SHOW-ONE-CHANGE-EXIT
011720         UNTIL WS-HIST-EOF.
011730
011740     IF WS-HIST-COUNT = ZERO
011750         DISPLAY 'ITMINQ - NO COST CHANGES RECORDED FOR KEY '
011760             WS-KEY-ENTERED
011770         IF WS-ASOF-ENTERED NOT = SPACES
011780          AND WS-ITEM-FOUND
011790             DISPLAY 'COST ON ' WS-ASOF-DATE ' ...... '
011800                 WS-EDIT-COST ' (NO CHANGE RECORDED SINCE)'
011810         END-IF
011820         GO TO 2800-COST-HISTORY-INQUIRY-EXIT
011830     END-IF.
011840     IF WS-ASOF-ENTERED = SPACES
011850         GO TO 2800-COST-HISTORY-INQUIRY-EXIT
011860     END-IF.
011870
011880     MOVE WS-ASOF-COST TO WS-EDIT-NEW-COST.
011890     IF WS-ASOF-RECORDED
011900         DISPLAY 'COST ON ' WS-ASOF-DATE ' ...... '
011910             WS-EDIT-NEW-COST '  SET ' WS-ASOF-SET-DATE
011920             ' BY ' WS-ASOF-SET-BY
011930     ELSE
011940         IF WS-ASOF-COST = ZERO
011950             DISPLAY 'COST ON ' WS-ASOF-DATE ' ...... NONE - '
011960                 'ITEM NOT YET CARRIED'
011970         ELSE
011980             DISPLAY 'COST ON ' WS-ASOF-DATE ' ...... '
011990                 WS-EDIT-NEW-COST '  (BEFORE FIRST RECORDED '
012000                 'CHANGE)'
012010         END-IF
012020     END-IF.
012030 2800-COST-HISTORY-INQUIRY-EXIT.
012040     EXIT.
012050
012060 2810-SHOW-ONE-CHANGE.
012070     READ COSTHIST NEXT RECORD
012080         AT END
012090             SET WS-HIST-EOF TO TRUE
012100             GO TO 2810-SHOW-ONE-CHANGE-EXIT
012110     END-READ.
012120*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
012130     IF WS-COSTHIST-STATUS NOT = '00'
012140         SET WS-HIST-EOF TO TRUE
012150         GO TO 2810-SHOW-ONE-CHANGE-EXIT
012160     END-IF.
012170     IF CH-ITEM-KEY NOT = WS-KEY-ENTERED
012180         SET WS-HIST-EOF TO TRUE
012190         GO TO 2810-SHOW-ONE-CHANGE-EXIT
012200     END-IF.
012210     ADD 1 TO WS-HIST-COUNT.
012220
012230*    AN OPERATOR'S CHANGE IS CREDITED TO THE OPERATOR, A BATCH
012240*    RUN'S TO THE PROGRAM.
012250     IF CH-OPERATOR-ID = SPACES
012260         MOVE CH-PROGRAM-ID  TO WS-HIST-WHO
012270     ELSE
012280         MOVE CH-OPERATOR-ID TO WS-HIST-WHO
012290     END-IF.
012300
012310*    THE FIRST RECORD'S OLD COST STANDS FOR ANY DATE BEFORE IT;
012320*    EACH CHANGE ON OR BEFORE THE AS-OF DATE THEN REPLACES IT.
012330     IF WS-ASOF-NONE
012340         SET WS-ASOF-BEFORE-FIRST TO TRUE
012350         MOVE CH-OLD-COST TO WS-ASOF-COST
012360     END-IF.
012370     IF WS-ASOF-ENTERED NOT = SPACES
012380      AND CH-EFF-DATE NOT > WS-ASOF-DATE
012390         SET WS-ASOF-RECORDED TO TRUE
012400         MOVE CH-NEW-COST TO WS-ASOF-COST
012410         MOVE CH-EFF-DATE TO WS-ASOF-SET-DATE
012420         MOVE WS-HIST-WHO TO WS-ASOF-SET-BY
012430     END-IF.
012440
012450     MOVE CH-OLD-COST TO WS-EDIT-OLD-COST.
012460     MOVE CH-NEW-COST TO WS-EDIT-NEW-COST.
012470     DISPLAY CH-EFF-DATE '   ' CH-EFF-TIME '  ' WS-EDIT-OLD-COST
012480         '  ' WS-EDIT-NEW-COST '   ' CH-SOURCE-CD '   '
012490         CH-PROGRAM-ID ' ' CH-OPERATOR-ID.
012500 2810-SHOW-ONE-CHANGE-EXIT.
012510     EXIT.
012520
012530 2900-SET-LIFECYCLE.
012540*    SETS OR CLEARS THE ITEM'S LIFECYCLE STATUS ON ITEMARC.  THE
012550*    ITEMTAB ROW IS NOT TOUCHED - THE LOAD WOULD ONLY REWRITE IT
012560*    - SO THE STATUS LIVES ON ITS OWN FILE, AND AN ITEM ITMPURGE
012570*    HAS ALREADY TAKEN OFF ITEMTAB CAN STILL BE MARKED.  THE
012580*    OPERATOR AND DATE ARE KEPT ON THE ROW.
012590     IF NOT WS-ITEMARC-USABLE
012600         DISPLAY 'ITMINQ - ITEMARC NOT AVAILABLE, LIFECYCLE '
012610             'CANNOT BE SET'
012620         GO TO 2900-SET-LIFECYCLE-EXIT
012630     END-IF.
012640     DISPLAY 'ENTER ITEM SUBSCRIPT/KEY: ' WITH NO ADVANCING.
012650     ACCEPT WS-KEY-ENTERED.
012660
012670     PERFORM 2500-READ-ITEMTAB THRU 2500-READ-ITEMTAB-EXIT.
012680     IF WS-ITEM-FOUND
012690         DISPLAY 'ITEM ' IT-ITEM-KEY '  ' IT-ITEM-DESC
012700     END-IF.
012710     PERFORM 2170-SHOW-LIFECYCLE THRU 2170-SHOW-LIFECYCLE-EXIT.
012720     IF NOT WS-ITEM-FOUND
012730      AND NOT WS-ARC-ROW-FOUND
012740         DISPLAY 'ITMINQ - NO ITEM ON FILE FOR KEY '
012750             WS-KEY-ENTERED
012760         GO TO 2900-SET-LIFECYCLE-EXIT
012770     END-IF.
012780
012790     DISPLAY 'NEW STATUS (D = DISCONTINUED, O = OBSOLETE, '
012800         'A = ACTIVE): ' WITH NO ADVANCING.
012810     MOVE SPACE TO WS-LIFE-ENTERED.
012820     ACCEPT WS-LIFE-ENTERED.
012830     IF WS-LIFE-NO-CHANGE
012840         DISPLAY 'ITMINQ - NO CHANGE MADE'
012850         GO TO 2900-SET-LIFECYCLE-EXIT
012860     END-IF.
012870     IF NOT WS-LIFE-TO-DISCONTINUED
012880      AND NOT WS-LIFE-TO-OBSOLETE
012890      AND NOT WS-LIFE-TO-ACTIVE
012900         DISPLAY 'ITMINQ - STATUS MUST BE D, O OR A - NO CHANGE '
012910             'MADE'
012920         GO TO 2900-SET-LIFECYCLE-EXIT
012930     END-IF.
012940     IF WS-LIFE-TO-ACTIVE
012950      AND NOT WS-ARC-ROW-FOUND
012960         DISPLAY 'ITMINQ - ITEM ' WS-KEY-ENTERED
012970             ' IS ALREADY ACTIVE'
012980         GO TO 2900-SET-LIFECYCLE-EXIT
012990     END-IF.
013000
013010     IF NOT WS-ARC-ROW-FOUND
013020         MOVE SPACES         TO ITEMARC-RECORD
013030         MOVE WS-KEY-ENTERED TO AR-ITEM-KEY
013040         MOVE 'N'            TO AR-ARCHIVE-SW
013050         MOVE ZERO           TO AR-DROP-DATE
013060         MOVE ZERO           TO AR-LAST-SOURCE-NO
013070         MOVE ZERO           TO AR-LAST-LOAD-DATE
013080         MOVE ZERO           TO AR-RETURN-DATE
013090     END-IF.
013100     IF WS-LIFE-TO-ACTIVE
013110         MOVE SPACE           TO AR-LIFE-CD
013120     ELSE
013130         MOVE WS-LIFE-ENTERED TO AR-LIFE-CD
013140     END-IF.
013150     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
013160     MOVE WS-EVT-DATE    TO AR-LIFE-SET-DATE.
013170     MOVE WS-OPERATOR-ID TO AR-LIFE-SET-BY.
013180     IF WS-ARC-ROW-FOUND
013190         REWRITE ITEMARC-RECORD
013200             INVALID KEY
013210                 DISPLAY 'ITMINQ - ITEMARC REWRITE FAILED, KEY '
013220                     WS-KEY-ENTERED
013230                 GO TO 2900-SET-LIFECYCLE-EXIT
013240         END-REWRITE
013250     ELSE
013260         WRITE ITEMARC-RECORD
013270             INVALID KEY
013280                 DISPLAY 'ITMINQ - ITEMARC WRITE FAILED, KEY '
013290                     WS-KEY-ENTERED
013300                 GO TO 2900-SET-LIFECYCLE-EXIT
013310         END-WRITE
013320     END-IF.
013330     IF AR-LIFE-DISCONTINUED
013340         DISPLAY 'ITMINQ - ITEM ' WS-KEY-ENTERED ' MARKED '
013350             'DISCONTINUED.  ITMREORD WILL NO LONGER SUGGEST IT.'
013360     ELSE
013370         IF AR-LIFE-OBSOLETE
013380             DISPLAY 'ITMINQ - ITEM ' WS-KEY-ENTERED ' MARKED '
013390                 'OBSOLETE.  ITMREORD WILL NO LONGER SUGGEST IT.'
013400         ELSE
013410             DISPLAY 'ITMINQ - ITEM ' WS-KEY-ENTERED ' REINSTATED'
013420                 ' AS ACTIVE.'
013430         END-IF
013440     END-IF.
013450 2900-SET-LIFECYCLE-EXIT.
013460     EXIT.
013470*
013480*****************************************************************
013490*    3000 SERIES  --  ITEM BROWSE                                *
013500*****************************************************************
013510 3000-BROWSE-ITEMS.
013520*    FLOOR SUPERVISORS COME WITH A VENDOR, A WAREHOUSE OR PART
013530*    OF A DESCRIPTION, NOT AN ITEM KEY.  THE KEYS OF THE
013540*    MATCHING ITEMS ARE GATHERED ONCE THROUGH THE ITEMTAB
013550*    ALTERNATE KEY AND THEN PAGED A SCREEN AT A TIME.  EACH
013560*    LINE IS RE-READ BY ITEM KEY AS IT IS SHOWN, SO AN ITEM
013570*    CORRECTED FROM THE LIST SHOWS ITS NEW VALUES.
013580     MOVE ZERO TO WS-BR-COUNT.
013590     MOVE 'N'  TO WS-BR-EOF-SW.
013600     MOVE 'N'  TO WS-BR-FULL-SW.
013610     DISPLAY 'BROWSE BY V = VENDOR, W = WAREHOUSE, '
013620         'D = DESCRIPTION: ' WITH NO ADVANCING.
013630     MOVE SPACE TO WS-BR-BY-CD.
013640     ACCEPT WS-BR-BY-CD.
013650
013660     IF WS-BR-BY-VENDOR
013670         DISPLAY 'ENTER VENDOR NUMBER: ' WITH NO ADVANCING
013680         MOVE SPACES TO WS-BR-VENDOR-ENTERED
013690         ACCEPT WS-BR-VENDOR-ENTERED
013700         IF WS-BR-VENDOR-N NOT NUMERIC
013710             DISPLAY 'ITMINQ - KEY THE VENDOR NUMBER AS 5 DIGITS'
013720             GO TO 3000-BROWSE-ITEMS-EXIT
013730         END-IF
013740         MOVE WS-BR-VENDOR-N TO IT-VENDOR-NO
013750         START ITEMTAB KEY IS EQUAL TO IT-VENDOR-NO
013760             INVALID KEY
013770                 SET WS-BR-EOF TO TRUE
013780         END-START
013790     ELSE
013800         IF WS-BR-BY-WHSE
013810             DISPLAY 'ENTER WAREHOUSE: ' WITH NO ADVANCING
013820             MOVE SPACES TO WS-WHSE-ENTERED
013830             ACCEPT WS-WHSE-ENTERED
013840             MOVE WS-WHSE-ENTERED TO IT-WAREHOUSE-CD
013850             START ITEMTAB KEY IS EQUAL TO IT-WAREHOUSE-CD
013860                 INVALID KEY
013870                     SET WS-BR-EOF TO TRUE
013880             END-START
013890         ELSE
013900             IF WS-BR-BY-DESC
013910                 DISPLAY 'ENTER START OF DESCRIPTION: '
013920                     WITH NO ADVANCING
013930                 MOVE SPACES TO WS-DESC-ENTERED
013940                 ACCEPT WS-DESC-ENTERED
013950                 IF WS-DESC-ENTERED = SPACES
013960                     DISPLAY 'ITMINQ - NO DESCRIPTION ENTERED'
013970                     GO TO 3000-BROWSE-ITEMS-EXIT
013980                 END-IF
013990*    ONLY THE KEYED PART OF THE DESCRIPTION IS COMPARED.
014000*    SPACE SORTS BELOW EVERY LETTER AND DIGIT, SO STARTING ON
014010*    THE SPACE-FILLED PREFIX LANDS ON THE FIRST ITEM THAT
014020*    BEGINS WITH IT.
014030                 MOVE 20 TO WS-BR-DESC-LEN
014040                 PERFORM 3050-SHORTEN-PREFIX
014050                     THRU 3050-SHORTEN-PREFIX-EXIT
014060                     UNTIL WS-DESC-ENTERED (WS-BR-DESC-LEN:1)
014070                         NOT = SPACE
014080                 MOVE WS-DESC-ENTERED TO IT-ITEM-DESC
014090                 START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-DESC
014100                     INVALID KEY
014110                         SET WS-BR-EOF TO TRUE
014120                 END-START
014130             ELSE
014140                 DISPLAY 'ITMINQ - INVALID CHOICE, TRY AGAIN'
014150                 GO TO 3000-BROWSE-ITEMS-EXIT
014160             END-IF
014170         END-IF
014180     END-IF.
014190
014200     PERFORM 3100-GATHER-ONE-MATCH
014210         THRU 3100-GATHER-ONE-MATCH-EXIT
014220         UNTIL WS-BR-EOF.
014230     IF WS-BR-COUNT = ZERO
014240         DISPLAY 'ITMINQ - NO ITEMS MATCH'
014250         GO TO 3000-BROWSE-ITEMS-EXIT
014260     END-IF.
014270     IF WS-BR-TABLE-FULL
014280         DISPLAY 'ITMINQ - ONLY THE FIRST ' WS-BR-MAX-KEYS
014290             ' MATCHES ARE LISTED, NARROW THE SEARCH'
014300     END-IF.
014310
014320     MOVE 1   TO WS-BR-TOP.
014330     MOVE 'N' TO WS-BR-DONE-SW.
014340     PERFORM 3200-SHOW-PAGE
014350         THRU 3200-SHOW-PAGE-EXIT
014360         UNTIL WS-BR-DONE.
014370 3000-BROWSE-ITEMS-EXIT.
014380     EXIT.
014390
014400 3050-SHORTEN-PREFIX.
014410     SUBTRACT 1 FROM WS-BR-DESC-LEN.
014420 3050-SHORTEN-PREFIX-EXIT.
014430     EXIT.
014440
014450 3100-GATHER-ONE-MATCH.
014460*    READ NEXT FOLLOWS THE ALTERNATE KEY THE START WAS MADE ON.
014470*    STATUS 02 ONLY SAYS ANOTHER ITEM SHARES THIS ONE'S KEY
014480*    VALUE - THE NORMAL CASE FOR A VENDOR OR WAREHOUSE.
014490     READ ITEMTAB NEXT RECORD
014500         AT END
014510             SET WS-BR-EOF TO TRUE
014520             GO TO 3100-GATHER-ONE-MATCH-EXIT
014530     END-READ.
014540*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
014550     IF WS-ITEMTAB-STATUS NOT = '00'
014560      AND WS-ITEMTAB-STATUS NOT = '02'
014570         DISPLAY 'ITMINQ - ITEMTAB READ STATUS = '
014580             WS-ITEMTAB-STATUS ', BROWSE ENDED'
014590         SET WS-BR-EOF TO TRUE
014600         GO TO 3100-GATHER-ONE-MATCH-EXIT
014610     END-IF.
014620     IF WS-BR-BY-VENDOR
014630      AND IT-VENDOR-NO NOT = WS-BR-VENDOR-N
014640         SET WS-BR-EOF TO TRUE
014650         GO TO 3100-GATHER-ONE-MATCH-EXIT
014660     END-IF.
014670     IF WS-BR-BY-WHSE
014680      AND IT-WAREHOUSE-CD NOT = WS-WHSE-ENTERED
014690         SET WS-BR-EOF TO TRUE
014700         GO TO 3100-GATHER-ONE-MATCH-EXIT
014710     END-IF.
014720     IF WS-BR-BY-DESC
014730      AND IT-ITEM-DESC (1:WS-BR-DESC-LEN) NOT =
014740          WS-DESC-ENTERED (1:WS-BR-DESC-LEN)
014750         SET WS-BR-EOF TO TRUE
014760         GO TO 3100-GATHER-ONE-MATCH-EXIT
014770     END-IF.
014780     IF WS-BR-COUNT NOT < WS-BR-MAX-KEYS
014790         SET WS-BR-TABLE-FULL TO TRUE
014800         SET WS-BR-EOF TO TRUE
014810         GO TO 3100-GATHER-ONE-MATCH-EXIT
014820     END-IF.
014830     ADD 1 TO WS-BR-COUNT.
014840     MOVE IT-ITEM-KEY TO WS-BR-KEY (WS-BR-COUNT).
014850 3100-GATHER-ONE-MATCH-EXIT.
014860     EXIT.
014870
014880 3200-SHOW-PAGE.
014890*    ONE SCREEN OF THE LIST, THEN ONE COMMAND.  A LINE NUMBER
014900*    MAY BE KEYED AS ONE DIGIT OR TWO.
014910     COMPUTE WS-BR-LAST = WS-BR-TOP + WS-BR-PAGE-SIZE - 1.
014920     IF WS-BR-LAST > WS-BR-COUNT
014930         MOVE WS-BR-COUNT TO WS-BR-LAST
014940     END-IF.
014950     DISPLAY ' '.
014960     DISPLAY 'LN  ITEM   DESCRIPTION           '
014970         'VENDOR  WH ON-HAND'.
014980     PERFORM 3210-SHOW-ONE-LINE
014990         THRU 3210-SHOW-ONE-LINE-EXIT
015000         VARYING WS-BR-IX FROM WS-BR-TOP BY 1
015010         UNTIL WS-BR-IX > WS-BR-LAST.
015020     DISPLAY 'ITEMS ' WS-BR-TOP ' TO ' WS-BR-LAST
015030         ' OF ' WS-BR-COUNT.
015040     DISPLAY 'F = FORWARD, B = BACK, LINE NUMBER = SELECT, '
015050         'Q = END BROWSE: ' WITH NO ADVANCING.
015060     MOVE SPACES TO WS-BR-CMD.
015070     ACCEPT WS-BR-CMD.
015080     IF WS-BR-CMD (2:1) = SPACE
015090      AND WS-BR-CMD (1:1) NUMERIC
015100         MOVE WS-BR-CMD (1:1) TO WS-BR-CMD (2:1)
015110         MOVE '0'             TO WS-BR-CMD (1:1)
015120     END-IF.
015130
015140     IF WS-BR-CMD-QUIT
015150         SET WS-BR-DONE TO TRUE
015160         GO TO 3200-SHOW-PAGE-EXIT
015170     END-IF.
015180     IF WS-BR-CMD-FORWARD
015190         IF WS-BR-LAST < WS-BR-COUNT
015200             COMPUTE WS-BR-TOP = WS-BR-LAST + 1
015210         ELSE
015220             DISPLAY 'ITMINQ - ALREADY ON THE LAST PAGE'
015230         END-IF
015240         GO TO 3200-SHOW-PAGE-EXIT
015250     END-IF.
015260     IF WS-BR-CMD-BACK
015270         IF WS-BR-TOP > WS-BR-PAGE-SIZE
015280             SUBTRACT WS-BR-PAGE-SIZE FROM WS-BR-TOP
015290         ELSE
015300             IF WS-BR-TOP = 1
015310                 DISPLAY 'ITMINQ - ALREADY ON THE FIRST PAGE'
015320             END-IF
015330             MOVE 1 TO WS-BR-TOP
015340         END-IF
015350         GO TO 3200-SHOW-PAGE-EXIT
015360     END-IF.
015370     IF WS-BR-CMD-N NUMERIC
015380      AND WS-BR-CMD-N > ZERO
015390         COMPUTE WS-BR-IX = WS-BR-TOP + WS-BR-CMD-N - 1
015400         IF WS-BR-IX NOT > WS-BR-LAST
015410             PERFORM 3300-PICK-LINE
015420                 THRU 3300-PICK-LINE-EXIT
015430             GO TO 3200-SHOW-PAGE-EXIT
015440         END-IF
015450     END-IF.
015460     DISPLAY 'ITMINQ - INVALID CHOICE, TRY AGAIN'.
015470 3200-SHOW-PAGE-EXIT.
015480     EXIT.
015490
015500 3210-SHOW-ONE-LINE.
015510     COMPUTE WS-BR-LINE = WS-BR-IX - WS-BR-TOP + 1.
015520     MOVE WS-BR-KEY (WS-BR-IX) TO WS-KEY-ENTERED.
015530     PERFORM 2500-READ-ITEMTAB THRU 2500-READ-ITEMTAB-EXIT.
015540     IF NOT WS-ITEM-FOUND
015550         DISPLAY WS-BR-LINE '  ' WS-KEY-ENTERED
015560             '  (NO LONGER ON ITEMTAB)'
015570         GO TO 3210-SHOW-ONE-LINE-EXIT
015580     END-IF.
015590     MOVE IT-ONHAND-QTY TO WS-BR-EDIT-QTY.
015600     DISPLAY WS-BR-LINE '  ' IT-ITEM-KEY '  ' IT-ITEM-DESC
015610         '  ' IT-VENDOR-NO '   ' IT-WAREHOUSE-CD '  '
015620         WS-BR-EDIT-QTY.
015630 3210-SHOW-ONE-LINE-EXIT.
015640     EXIT.
015650
015660 3300-PICK-LINE.
015670*    THE PICKED ITEM GOES DOWN THE SAME INQUIRY AND UPDATE
015680*    PATHS AS THE I AND U CHOICES, AND AN UPDATE IS REFUSED
015690*    FOR THE SAME REASONS.  THE LIST IS SHOWN AGAIN AFTER.
015700     MOVE WS-BR-KEY (WS-BR-IX) TO WS-KEY-ENTERED.
015710     DISPLAY 'ITEM ' WS-KEY-ENTERED ' - I = INQUIRE, '
015720         'U = UPDATE, BLANK = BACK TO THE LIST: '
015730         WITH NO ADVANCING.
015740     MOVE SPACE TO WS-BR-ACTION.
015750     ACCEPT WS-BR-ACTION.
015760     IF WS-BR-ACT-INQUIRE
015770         PERFORM 2110-INQUIRE-BY-KEY
015780             THRU 2110-INQUIRE-BY-KEY-EXIT
015790         GO TO 3300-PICK-LINE-EXIT
015800     END-IF.
015810     IF WS-BR-ACT-UPDATE
015820         IF WS-INQUIRY-ONLY
015830             DISPLAY 'ITMINQ - UPDATES REFUSED WHILE '
015840                 'ITMLOAD IS RUNNING'
015850             GO TO 3300-PICK-LINE-EXIT
015860         END-IF
015870         IF NOT WS-AUTH-CAN-UPDATE
015880             DISPLAY 'ITMINQ - OPERATOR ' WS-OPERATOR-ID
015890                 ' IS NOT AUTHORIZED TO UPDATE'
015900             GO TO 3300-PICK-LINE-EXIT
015910         END-IF
015920         PERFORM 2210-UPDATE-BY-KEY
015930             THRU 2210-UPDATE-BY-KEY-EXIT
015940         GO TO 3300-PICK-LINE-EXIT
015950     END-IF.
015960     IF NOT WS-BR-ACT-NONE
015970         DISPLAY 'ITMINQ - INVALID CHOICE, TRY AGAIN'
015980     END-IF.
015990 3300-PICK-LINE-EXIT.
016000     EXIT.
