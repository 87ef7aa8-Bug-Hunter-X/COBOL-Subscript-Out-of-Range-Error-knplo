000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ITMSLOW.
000030 AUTHOR.  D R OKAFOR.
000040 INSTALLATION.  MERIDIAN DISTRIBUTION - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*                                                               *
000100*    ITMSLOW  --  SLOW-MOVING AND DEAD-STOCK ANALYSIS           *
000110*                                                               *
000120*    ITMVALU SAYS WHAT THE INVENTORY IS WORTH BUT NOT WHAT IS   *
000130*    SITTING STILL.  THIS PROGRAM READS A RANGE OF ITEMSNAP     *
000140*    GENERATIONS - THE NIGHTLY ITEMTAB BACKUPS WRITTEN BY       *
000150*    ITMSNAP MODE S - AND FOLLOWS EACH ITEM'S ON-HAND QUANTITY  *
000160*    FROM NIGHT TO NIGHT.  AN ITEM IS LISTED WHEN ITS ON-HAND   *
000170*    HAS NOT CHANGED FOR AT LEAST THE OPERATOR-SUPPLIED         *
000180*    NUMBER OF DAYS (IDLE), OR WHEN IT SAT ABOVE TWICE ITS      *
000190*    REORDER POINT IN EVERY GENERATION OF THE PERIOD (OVER),    *
000200*    OR BOTH.  THE LIST BREAKS ON WAREHOUSE AND VENDOR WITH     *
000210*    EXTENDED VALUE AND DAYS SINCE LAST MOVEMENT, AND IS THE    *
000220*    WORKING LIST FOR THE QUARTERLY WRITE-DOWN AND RETURN-TO-   *
000230*    VENDOR REVIEW.                                             *
000240*                                                               *
000250*    THE GENERATIONS ARE CONCATENATED ON THE ITEMSNAP DD,       *
000260*    OLDEST FIRST.  EACH ONE STILL CARRIES ITS OWN HEADER AND   *
000270*    TRAILER, SO THE PROGRAM KNOWS WHERE ONE NIGHT ENDS AND     *
000280*    THE NEXT BEGINS, AND GENERATIONS DATED OUTSIDE THE         *
000290*    REQUESTED FROM/TO DATES ARE READ PAST.                     *
000300*                                                               *
000310*****************************************************************
000320*
000330*    MODIFICATION HISTORY
000340*    ---------------------------------------------------------
000350*    DATE        BY    DESCRIPTION
000360*    ----------  ----  -----------------------------------------
000370*    2026-10-15  DRO   ORIGINAL VERSION.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ITEMSNAP ASSIGN TO 'ITEMSNAP'
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-ITEMSNAP-STATUS.
000480
000490     SELECT SLOWRPT ASSIGN TO 'SLOWRPT'
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-SLOWRPT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*    THE SAME LAYOUT ITMSNAP WRITES - HEADER, ONE DETAIL PER
000560*    ITEMTAB ROW, TRAILER.
000570 FD  ITEMSNAP
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  ITEMSNAP-RECORD.
000610     05  SN-RECORD-TYPE          PIC X(01).
000620         88  SN-HEADER-REC               VALUE 'H'.
000630         88  SN-DETAIL-REC               VALUE 'D'.
000640         88  SN-TRAILER-REC              VALUE 'T'.
000650     05  SN-RECORD-BODY          PIC X(64).
000660     05  SN-HEADER-DATA REDEFINES SN-RECORD-BODY.
000670         10  SN-HDR-SNAP-DATE    PIC 9(08).
000680         10  SN-HDR-SNAP-TIME    PIC 9(06).
000690         10  FILLER              PIC X(50).
000700     05  SN-DETAIL-DATA REDEFINES SN-RECORD-BODY.
000710         10  SN-ROW-IMAGE        PIC X(64).
000720     05  SN-TRAILER-DATA REDEFINES SN-RECORD-BODY.
000730         10  SN-TRL-ROW-COUNT    PIC 9(05).
000740         10  SN-TRL-LOW-KEY      PIC 9(05).
000750         10  SN-TRL-HIGH-KEY     PIC 9(05).
000760         10  FILLER              PIC X(49).
000770
000780 FD  SLOWRPT
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  SLOWRPT-LINE                PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-FILE-STATUSES.
000850     05  WS-ITEMSNAP-STATUS      PIC X(02) VALUE '00'.
000860     05  WS-SLOWRPT-STATUS       PIC X(02) VALUE '00'.
000870
000880 01  WS-SWITCHES.
000890     05  WS-SNAP-EOF-SW          PIC X(01) VALUE 'N'.
000900         88  WS-SNAP-EOF                 VALUE 'Y'.
000910     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
000920         88  WS-ABNORMAL-RUN             VALUE 'Y'.
000930     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
000940         88  WS-SLOT-FOUND               VALUE 'Y'.
000950     05  WS-KEY-FOUND-SW         PIC X(01) VALUE 'N'.
000960         88  WS-KEY-FOUND                VALUE 'Y'.
000970         88  WS-KEY-NOT-FOUND            VALUE 'N'.
000980*    WHERE THE READ STANDS RELATIVE TO THE GENERATIONS: NOT IN
000990*    ONE (BETWEEN A TRAILER AND THE NEXT HEADER), IN ONE THAT
001000*    IS BEING TALLIED, OR IN ONE DATED OUTSIDE THE PERIOD.
001010     05  WS-GEN-STATE-CD         PIC X(01) VALUE ' '.
001020         88  WS-GEN-NONE                 VALUE ' '.
001030         88  WS-GEN-USED                 VALUE 'U'.
001040         88  WS-GEN-SKIPPED              VALUE 'S'.
001050
001060 01  WS-CURRENT-DATE-TIME.
001070     05  WS-CURR-DATE            PIC 9(08).
001080     05  WS-CURR-TIME.
001090         10  WS-CURR-HH          PIC 9(02).
001100         10  WS-CURR-MN          PIC 9(02).
001110         10  WS-CURR-SS          PIC 9(02).
001120         10  WS-CURR-HS          PIC 9(02).
001130
001140*    THE ITEMTAB LAYOUT, LAID OVER EACH SNAPSHOT ROW IMAGE.
001150     COPY ITMTABR.
001160
001170*    ONE ENTRY PER ITEM KEY SEEN IN THE PERIOD, IN KEY ORDER SO
001180*    LOOKUPS GO THROUGH SEARCH ALL.  THE DESCRIPTIVE FIELDS ARE
001190*    THOSE OF THE LATEST GENERATION THE ITEM APPEARS IN.
001200*    WS-SL-MOVE-DATE IS THE SNAPSHOT DATE ON WHICH THE ON-HAND
001210*    WAS LAST SEEN TO DIFFER FROM THE NIGHT BEFORE - ZERO IF IT
001220*    NEVER CHANGED INSIDE THE PERIOD.  WS-SL-OVER-SW STAYS Y
001230*    ONLY WHILE EVERY GENERATION SEEN HAD THE ITEM ABOVE TWICE
001240*    ITS REORDER POINT.
001250 01  WS-SLOW-AREA.
001260     05  WS-SLOW-COUNT           PIC 9(05) VALUE ZERO.
001270     05  WS-SLOW-ENTRY OCCURS 1 TO 1000 TIMES
001280                  DEPENDING ON WS-SLOW-COUNT
001290                  ASCENDING KEY IS WS-SL-ITEM-KEY
001300                  INDEXED BY WS-SLOW-IDX.
001310         10  WS-SL-ITEM-KEY      PIC 9(05).
001320         10  WS-SL-ITEM-DESC     PIC X(20).
001330         10  WS-SL-UNIT-COST     PIC 9(05)V99.
001340         10  WS-SL-ONHAND-QTY    PIC 9(05).
001350         10  WS-SL-REORDER-POINT PIC 9(05).
001360         10  WS-SL-VENDOR-NO     PIC 9(05).
001370         10  WS-SL-WHSE-CD       PIC X(02).
001380         10  WS-SL-FIRST-DATE    PIC 9(08).
001390         10  WS-SL-MOVE-DATE     PIC 9(08).
001400         10  WS-SL-LAST-GEN      PIC 9(05).
001410         10  WS-SL-GENS-SEEN     PIC 9(05).
001420         10  WS-SL-OVER-SW       PIC X(01).
001430             88  WS-SL-ALWAYS-OVER       VALUE 'Y'.
001440
001450*    THE ITEMS THAT QUALIFY, HELD IN WAREHOUSE / VENDOR /
001460*    ITEM-KEY ORDER FOR THE BREAK REPORT.
001470 01  WS-LIST-AREA.
001480     05  WS-LIST-COUNT           PIC 9(05) VALUE ZERO.
001490     05  WS-LIST-ENTRY OCCURS 1 TO 1000 TIMES
001500                  DEPENDING ON WS-LIST-COUNT.
001510         10  WS-LS-WHSE-CD       PIC X(02).
001520         10  WS-LS-VENDOR-NO     PIC 9(05).
001530         10  WS-LS-ITEM-KEY      PIC 9(05).
001540         10  WS-LS-ITEM-DESC     PIC X(20).
001550         10  WS-LS-ONHAND-QTY    PIC 9(05).
001560         10  WS-LS-UNIT-COST     PIC 9(05)V99.
001570         10  WS-LS-EXT-VALUE     PIC 9(10)V99.
001580         10  WS-LS-IDLE-DAYS     PIC 9(05).
001590         10  WS-LS-SINCE-FLAG    PIC X(01).
001600         10  WS-LS-REASON        PIC X(04).
001610
001620*    THE ENTRY BEING SLOTTED INTO THE LIST.
001630 01  WS-LIST-NEW.
001640     05  WS-LN-WHSE-CD           PIC X(02).
001650     05  WS-LN-VENDOR-NO         PIC 9(05).
001660     05  WS-LN-ITEM-KEY          PIC 9(05).
001670     05  WS-LN-ITEM-DESC         PIC X(20).
001680     05  WS-LN-ONHAND-QTY        PIC 9(05).
001690     05  WS-LN-UNIT-COST         PIC 9(05)V99.
001700     05  WS-LN-EXT-VALUE         PIC 9(10)V99.
001710     05  WS-LN-IDLE-DAYS         PIC 9(05).
001720     05  WS-LN-SINCE-FLAG        PIC X(01).
001730     05  WS-LN-REASON            PIC X(04).
001740
001750 01  WS-PERIOD-WORK.
001760     05  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
001770     05  WS-TO-DATE              PIC 9(08) VALUE 99999999.
001780     05  WS-GEN-DATE             PIC 9(08) VALUE ZERO.
001790     05  WS-FIRST-GEN-DATE       PIC 9(08) VALUE ZERO.
001800     05  WS-LAST-GEN-DATE        PIC 9(08) VALUE ZERO.
001810     05  WS-GEN-ROWS             PIC 9(05) VALUE ZERO.
001820     05  WS-PERIOD-END-INTEGER   PIC 9(07) VALUE ZERO.
001830     05  WS-MOVE-INTEGER         PIC 9(07) VALUE ZERO.
001840
001850 01  WS-BREAK-TOTALS.
001860     05  WS-VEND-ITEM-COUNT      PIC 9(05) VALUE ZERO.
001870     05  WS-VEND-TOTAL-VALUE     PIC 9(11)V99 VALUE ZERO.
001880     05  WS-WHSE-ITEM-COUNT      PIC 9(05) VALUE ZERO.
001890     05  WS-WHSE-TOTAL-VALUE     PIC 9(11)V99 VALUE ZERO.
001900     05  WS-GRAND-TOTAL-VALUE    PIC 9(12)V99 VALUE ZERO.
001910
001920 01  WS-PRINT-WORK.
001930     05  WS-EDIT-QTY             PIC ZZZZ9.
001940     05  WS-EDIT-COST            PIC ZZ,ZZ9.99.
001950     05  WS-EDIT-EXT             PIC Z,ZZZ,ZZZ,ZZ9.99.
001960     05  WS-EDIT-DAYS            PIC ZZZZ9.
001970     05  WS-EDIT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001980     05  WS-EDIT-GRAND           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001990
002000 01  WS-DATE-ENTERED             PIC X(08) VALUE SPACES.
002010 01  WS-DATE-ENTERED-N REDEFINES WS-DATE-ENTERED
002020                                 PIC 9(08).
002030
002040 01  WS-DAYS-ENTERED             PIC X(03) VALUE SPACES.
002050 01  WS-DAYS-ENTERED-N REDEFINES WS-DAYS-ENTERED
002060                                 PIC 9(03).
002070
002080 77  WS-MAX-SLOW                 PIC 9(05) VALUE 1000.
002090 77  WS-IDLE-DAYS-LIMIT          PIC 9(03) VALUE 90.
002100 77  WS-GENS-READ                PIC 9(05) VALUE ZERO.
002110 77  WS-GENS-USED                PIC 9(05) VALUE ZERO.
002120 77  WS-GENS-SKIPPED             PIC 9(05) VALUE ZERO.
002130 77  WS-ROWS-TALLIED             PIC 9(07) VALUE ZERO.
002140 77  WS-IDLE-COUNT               PIC 9(05) VALUE ZERO.
002150 77  WS-OVER-COUNT               PIC 9(05) VALUE ZERO.
002160 77  WS-BOTH-COUNT               PIC 9(05) VALUE ZERO.
002170 77  WS-NOT-CURRENT-COUNT        PIC 9(05) VALUE ZERO.
002180 77  WS-IDLE-DAYS                PIC 9(05) VALUE ZERO.
002190 77  WS-PREV-WHSE-CD             PIC X(02) VALUE SPACES.
002200 77  WS-PREV-VENDOR-NO           PIC 9(05) VALUE ZERO.
002210 77  WS-STORE-POS                PIC 9(05) COMP VALUE ZERO.
002220 77  WS-SL-SUB                   PIC 9(05) COMP VALUE ZERO.
002230 77  WS-LS-IX                    PIC 9(05) COMP VALUE ZERO.
002240
002250 PROCEDURE DIVISION.
002260*
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
002290
002300     IF WS-ABNORMAL-RUN
002310         GO TO 9900-ABEND-EXIT
002320     END-IF.
002330
002340     PERFORM 2000-READ-SNAPSHOTS THRU 2000-READ-SNAPSHOTS-EXIT
002350         UNTIL WS-SNAP-EOF.
002360
002370     IF WS-ABNORMAL-RUN
002380         GO TO 9900-ABEND-EXIT
002390     END-IF.
002400
002410     PERFORM 3000-SELECT-SLOW-ITEMS
002420         THRU 3000-SELECT-SLOW-ITEMS-EXIT.
002430     PERFORM 4000-PRINT-SLOW-LIST THRU 4000-PRINT-SLOW-LIST-EXIT.
002440     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT.
002450     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002460     GO TO 9999-EXIT.
002470
002480 9900-ABEND-EXIT.
002490     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002500
002510 9999-EXIT.
002520     STOP RUN.
002530*
002540*****************************************************************
002550*    1000 SERIES  --  RUN INITIALIZATION                        *
002560*****************************************************************
002570 1000-INITIALIZE-RUN.
002580     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002590     ACCEPT WS-CURR-TIME FROM TIME.
002600
002610*    BLANK DATES TAKE EVERY GENERATION ON THE DD.
002620     DISPLAY 'ITMSLOW - ENTER FIRST SNAPSHOT DATE YYYYMMDD '
002630         '(BLANK = OLDEST SUPPLIED): '
002640         WITH NO ADVANCING.
002650     ACCEPT WS-DATE-ENTERED.
002660     IF WS-DATE-ENTERED NOT = SPACES
002670         IF WS-DATE-ENTERED-N NUMERIC
002680             MOVE WS-DATE-ENTERED-N TO WS-FROM-DATE
002690         ELSE
002700             DISPLAY 'ITMSLOW - FIRST DATE MUST BE YYYYMMDD'
002710             SET WS-ABNORMAL-RUN TO TRUE
002720             MOVE 16 TO RETURN-CODE
002730             GO TO 1000-INITIALIZE-RUN-EXIT
002740         END-IF
002750     END-IF.
002760
002770     MOVE SPACES TO WS-DATE-ENTERED.
002780     DISPLAY 'ITMSLOW - ENTER LAST SNAPSHOT DATE YYYYMMDD '
002790         '(BLANK = NEWEST SUPPLIED): '
002800         WITH NO ADVANCING.
002810     ACCEPT WS-DATE-ENTERED.
002820     IF WS-DATE-ENTERED NOT = SPACES
002830         IF WS-DATE-ENTERED-N NUMERIC
002840             MOVE WS-DATE-ENTERED-N TO WS-TO-DATE
002850         ELSE
002860             DISPLAY 'ITMSLOW - LAST DATE MUST BE YYYYMMDD'
002870             SET WS-ABNORMAL-RUN TO TRUE
002880             MOVE 16 TO RETURN-CODE
002890             GO TO 1000-INITIALIZE-RUN-EXIT
002900         END-IF
002910     END-IF.
002920     IF WS-FROM-DATE > WS-TO-DATE
002930         DISPLAY 'ITMSLOW - FIRST DATE IS AFTER LAST DATE'
002940         SET WS-ABNORMAL-RUN TO TRUE
002950         MOVE 16 TO RETURN-CODE
002960         GO TO 1000-INITIALIZE-RUN-EXIT
002970     END-IF.
002980
002990     DISPLAY 'ITMSLOW - ENTER IDLE THRESHOLD IN DAYS '
003000         '(BLANK = 90): '
003010         WITH NO ADVANCING.
003020     ACCEPT WS-DAYS-ENTERED.
003030     IF WS-DAYS-ENTERED NOT = SPACES
003040         IF WS-DAYS-ENTERED-N NUMERIC
003050          AND WS-DAYS-ENTERED-N > ZERO
003060             MOVE WS-DAYS-ENTERED-N TO WS-IDLE-DAYS-LIMIT
003070         ELSE
003080             DISPLAY 'ITMSLOW - THRESHOLD MUST BE A POSITIVE '
003090                 'NUMBER OF DAYS'
003100             SET WS-ABNORMAL-RUN TO TRUE
003110             MOVE 16 TO RETURN-CODE
003120             GO TO 1000-INITIALIZE-RUN-EXIT
003130         END-IF
003140     END-IF.
003150
003160     OPEN OUTPUT SLOWRPT.
003170     IF WS-SLOWRPT-STATUS NOT = '00'
003180         DISPLAY 'ITMSLOW - UNABLE TO OPEN SLOWRPT, STATUS = '
003190             WS-SLOWRPT-STATUS
003200         SET WS-ABNORMAL-RUN TO TRUE
003210         MOVE 16 TO RETURN-CODE
003220         GO TO 1000-INITIALIZE-RUN-EXIT
003230     END-IF.
003240
003250     OPEN INPUT ITEMSNAP.
003260     IF WS-ITEMSNAP-STATUS NOT = '00'
003270         DISPLAY 'ITMSLOW - UNABLE TO OPEN ITEMSNAP, STATUS = '
003280             WS-ITEMSNAP-STATUS
003290         SET WS-ABNORMAL-RUN TO TRUE
003300         MOVE 16 TO RETURN-CODE
003310         GO TO 1000-INITIALIZE-RUN-EXIT
003320     END-IF.
003330
003340     PERFORM 6000-WRITE-RPT-HEADER
003350         THRU 6000-WRITE-RPT-HEADER-EXIT.
003360 1000-INITIALIZE-RUN-EXIT.
003370     EXIT.
003380*
003390*****************************************************************
003400*    2000 SERIES  --  TALLY THE SNAPSHOT GENERATIONS            *
003410*****************************************************************
003420 2000-READ-SNAPSHOTS.
003430     READ ITEMSNAP
003440         AT END
003450             SET WS-SNAP-EOF TO TRUE
003460             IF NOT WS-GEN-NONE
003470                 DISPLAY 'ITMSLOW - LAST GENERATION ON ITEMSNAP '
003480                     'HAS NO TRAILER'
003490                 MOVE 4 TO RETURN-CODE
003500             END-IF
003510             GO TO 2000-READ-SNAPSHOTS-EXIT
003520     END-READ.
003530*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
003540     IF WS-ITEMSNAP-STATUS NOT = '00'
003550         DISPLAY 'ITMSLOW - ITEMSNAP READ STATUS = '
003560             WS-ITEMSNAP-STATUS ', ANALYSIS INCOMPLETE'
003570         SET WS-SNAP-EOF TO TRUE
003580         SET WS-ABNORMAL-RUN TO TRUE
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 2000-READ-SNAPSHOTS-EXIT
003610     END-IF.
003620
003630     IF SN-HEADER-REC
003640         PERFORM 2100-START-GENERATION
003650             THRU 2100-START-GENERATION-EXIT
003660         GO TO 2000-READ-SNAPSHOTS-EXIT
003670     END-IF.
003680     IF SN-TRAILER-REC
003690         PERFORM 2300-END-GENERATION
003700             THRU 2300-END-GENERATION-EXIT
003710         GO TO 2000-READ-SNAPSHOTS-EXIT
003720     END-IF.
003730     IF NOT SN-DETAIL-REC
003740         DISPLAY 'ITMSLOW - UNEXPECTED RECORD TYPE '
003750             SN-RECORD-TYPE ' ON ITEMSNAP'
003760         SET WS-SNAP-EOF TO TRUE
003770         SET WS-ABNORMAL-RUN TO TRUE
003780         MOVE 16 TO RETURN-CODE
003790         GO TO 2000-READ-SNAPSHOTS-EXIT
003800     END-IF.
003810
003820     IF WS-GEN-NONE
003830         DISPLAY 'ITMSLOW - SNAPSHOT ROW OUTSIDE ANY '
003840             'GENERATION, ITEMSNAP CONCATENATION IS BROKEN'
003850         SET WS-SNAP-EOF TO TRUE
003860         SET WS-ABNORMAL-RUN TO TRUE
003870         MOVE 16 TO RETURN-CODE
003880         GO TO 2000-READ-SNAPSHOTS-EXIT
003890     END-IF.
003900     ADD 1 TO WS-GEN-ROWS.
003910     IF WS-GEN-SKIPPED
003920         GO TO 2000-READ-SNAPSHOTS-EXIT
003930     END-IF.
003940     MOVE SN-ROW-IMAGE TO ITEMTAB-RECORD.
003950     ADD 1 TO WS-ROWS-TALLIED.
003960     PERFORM 2200-TALLY-ROW THRU 2200-TALLY-ROW-EXIT.
003970 2000-READ-SNAPSHOTS-EXIT.
003980     EXIT.
003990
004000 2100-START-GENERATION.
004010     IF NOT WS-GEN-NONE
004020         DISPLAY 'ITMSLOW - GENERATION BEFORE ' SN-HDR-SNAP-DATE
004030             ' HAS NO TRAILER'
004040         MOVE 4 TO RETURN-CODE
004050     END-IF.
004060     ADD 1 TO WS-GENS-READ.
004070     MOVE ZERO TO WS-GEN-ROWS.
004080     MOVE SN-HDR-SNAP-DATE TO WS-GEN-DATE.
004090
004100     IF WS-GEN-DATE < WS-FROM-DATE
004110      OR WS-GEN-DATE > WS-TO-DATE
004120         SET WS-GEN-SKIPPED TO TRUE
004130         ADD 1 TO WS-GENS-SKIPPED
004140         GO TO 2100-START-GENERATION-EXIT
004150     END-IF.
004160
004170*    DAYS SINCE MOVEMENT ARE WORKED FROM THE ORDER OF THE
004180*    GENERATIONS, SO A CONCATENATION OUT OF DATE ORDER WOULD
004190*    PRINT WRONG ANSWERS - REFUSE IT.  TWO GENERATIONS OF THE
004200*    SAME DATE (BEFORE THE LOAD AND BEFORE ITMPURGE) ARE FINE.
004210     IF WS-GEN-DATE < WS-LAST-GEN-DATE
004220         DISPLAY 'ITMSLOW - GENERATION ' WS-GEN-DATE
004230             ' FOLLOWS ' WS-LAST-GEN-DATE
004240             ', ITEMSNAP MUST BE CONCATENATED OLDEST FIRST'
004250         SET WS-SNAP-EOF TO TRUE
004260         SET WS-ABNORMAL-RUN TO TRUE
004270         MOVE 16 TO RETURN-CODE
004280         GO TO 2100-START-GENERATION-EXIT
004290     END-IF.
004300
004310     SET WS-GEN-USED TO TRUE.
004320     ADD 1 TO WS-GENS-USED.
004330     IF WS-GENS-USED = 1
004340         MOVE WS-GEN-DATE TO WS-FIRST-GEN-DATE
004350     END-IF.
004360     MOVE WS-GEN-DATE TO WS-LAST-GEN-DATE.
004370 2100-START-GENERATION-EXIT.
004380     EXIT.
004390
004400 2200-TALLY-ROW.
004410     SET WS-KEY-NOT-FOUND TO TRUE.
004420     IF WS-SLOW-COUNT > ZERO
004430         SET WS-SLOW-IDX TO 1
004440         SEARCH ALL WS-SLOW-ENTRY
004450             AT END
004460                 SET WS-KEY-NOT-FOUND TO TRUE
004470             WHEN WS-SL-ITEM-KEY (WS-SLOW-IDX) = IT-ITEM-KEY
004480                 SET WS-KEY-FOUND TO TRUE
004490         END-SEARCH
004500     END-IF.
004510
004520     IF WS-KEY-FOUND
004530*        AN ON-HAND THAT DIFFERS FROM THE LAST GENERATION THE
004540*        ITEM WAS IN IS A MOVEMENT ON THIS SNAPSHOT'S DATE.
004550         IF IT-ONHAND-QTY NOT = WS-SL-ONHAND-QTY (WS-SLOW-IDX)
004560             MOVE WS-GEN-DATE TO WS-SL-MOVE-DATE (WS-SLOW-IDX)
004570         END-IF
004580         IF IT-REORDER-POINT = ZERO
004590          OR IT-ONHAND-QTY NOT > IT-REORDER-POINT * 2
004600             MOVE 'N' TO WS-SL-OVER-SW (WS-SLOW-IDX)
004610         END-IF
004620*        THE BEFORE-LOAD AND BEFORE-PURGE SNAPSHOTS OF ONE
004630*        NIGHT ARE TWO GENERATIONS; A ROW IN BOTH IS STILL
004640*        ONE ROW PER GENERATION.
004650         IF WS-SL-LAST-GEN (WS-SLOW-IDX) NOT = WS-GENS-USED
004660             ADD 1 TO WS-SL-GENS-SEEN (WS-SLOW-IDX)
004670             MOVE WS-GENS-USED TO WS-SL-LAST-GEN (WS-SLOW-IDX)
004680         END-IF
004690         MOVE IT-ITEM-DESC     TO WS-SL-ITEM-DESC (WS-SLOW-IDX)
004700         MOVE IT-UNIT-COST     TO WS-SL-UNIT-COST (WS-SLOW-IDX)
004710         MOVE IT-ONHAND-QTY    TO WS-SL-ONHAND-QTY (WS-SLOW-IDX)
004720         MOVE IT-REORDER-POINT
004730             TO WS-SL-REORDER-POINT (WS-SLOW-IDX)
004740         MOVE IT-VENDOR-NO     TO WS-SL-VENDOR-NO (WS-SLOW-IDX)
004750         MOVE IT-WAREHOUSE-CD  TO WS-SL-WHSE-CD (WS-SLOW-IDX)
004760         GO TO 2200-TALLY-ROW-EXIT
004770     END-IF.
004780
004790     IF WS-SLOW-COUNT >= WS-MAX-SLOW
004800         DISPLAY 'ITMSLOW - ITEM TABLE FULL, KEY '
004810             IT-ITEM-KEY ' NOT TRACKED'
004820         MOVE 4 TO RETURN-CODE
004830         GO TO 2200-TALLY-ROW-EXIT
004840     END-IF.
004850     PERFORM 2210-MAKE-INSERT-SLOT
004860         THRU 2210-MAKE-INSERT-SLOT-EXIT.
004870     MOVE IT-ITEM-KEY      TO WS-SL-ITEM-KEY (WS-STORE-POS).
004880     MOVE IT-ITEM-DESC     TO WS-SL-ITEM-DESC (WS-STORE-POS).
004890     MOVE IT-UNIT-COST     TO WS-SL-UNIT-COST (WS-STORE-POS).
004900     MOVE IT-ONHAND-QTY    TO WS-SL-ONHAND-QTY (WS-STORE-POS).
004910     MOVE IT-REORDER-POINT TO WS-SL-REORDER-POINT (WS-STORE-POS).
004920     MOVE IT-VENDOR-NO     TO WS-SL-VENDOR-NO (WS-STORE-POS).
004930     MOVE IT-WAREHOUSE-CD  TO WS-SL-WHSE-CD (WS-STORE-POS).
004940     MOVE WS-GEN-DATE      TO WS-SL-FIRST-DATE (WS-STORE-POS).
004950     MOVE ZERO             TO WS-SL-MOVE-DATE (WS-STORE-POS).
004960     MOVE WS-GENS-USED     TO WS-SL-LAST-GEN (WS-STORE-POS).
004970     MOVE 1                TO WS-SL-GENS-SEEN (WS-STORE-POS).
004980*    A ZERO REORDER POINT MAKES TWICE IT ZERO, WHICH EVERY
004990*    STOCKED ITEM WOULD BEAT - SUCH ITEMS ARE JUDGED ON THE
005000*    IDLE TEST ALONE.
005010     IF IT-REORDER-POINT > ZERO
005020      AND IT-ONHAND-QTY > IT-REORDER-POINT * 2
005030         MOVE 'Y' TO WS-SL-OVER-SW (WS-STORE-POS)
005040     ELSE
005050         MOVE 'N' TO WS-SL-OVER-SW (WS-STORE-POS)
005060     END-IF.
005070 2200-TALLY-ROW-EXIT.
005080     EXIT.
005090
005100 2210-MAKE-INSERT-SLOT.
005110*    THE SAME ORDERED INSERT THE LOAD USES - THE TABLE MUST
005120*    STAY IN KEY ORDER FOR THE SEARCH ALL ABOVE.
005130     ADD 1 TO WS-SLOW-COUNT.
005140     MOVE WS-SLOW-COUNT TO WS-STORE-POS.
005150     MOVE 'N' TO WS-SLOT-SW.
005160     PERFORM 2220-SHIFT-ONE-SLOT
005170         THRU 2220-SHIFT-ONE-SLOT-EXIT
005180         UNTIL WS-SLOT-FOUND.
005190 2210-MAKE-INSERT-SLOT-EXIT.
005200     EXIT.
005210
005220 2220-SHIFT-ONE-SLOT.
005230     IF WS-STORE-POS = 1
005240         SET WS-SLOT-FOUND TO TRUE
005250         GO TO 2220-SHIFT-ONE-SLOT-EXIT
005260     END-IF.
005270     IF WS-SL-ITEM-KEY (WS-STORE-POS - 1) < IT-ITEM-KEY
005280         SET WS-SLOT-FOUND TO TRUE
005290         GO TO 2220-SHIFT-ONE-SLOT-EXIT
005300     END-IF.
005310     MOVE WS-SLOW-ENTRY (WS-STORE-POS - 1)
005320         TO WS-SLOW-ENTRY (WS-STORE-POS).
005330     SUBTRACT 1 FROM WS-STORE-POS.
005340 2220-SHIFT-ONE-SLOT-EXIT.
005350     EXIT.
005360
005370 2300-END-GENERATION.
005380     IF WS-GEN-NONE
005390         DISPLAY 'ITMSLOW - SNAPSHOT TRAILER WITH NO HEADER, '
005400             'ITEMSNAP CONCATENATION IS BROKEN'
005410         SET WS-SNAP-EOF TO TRUE
005420         SET WS-ABNORMAL-RUN TO TRUE
005430         MOVE 16 TO RETURN-CODE
005440         GO TO 2300-END-GENERATION-EXIT
005450     END-IF.
005460*    A SHORT GENERATION STILL COUNTS, BUT AN ITEM MISSING FROM
005470*    IT WILL FAIL THE WHOLE-PERIOD OVERSTOCK TEST, SO SAY SO.
005480     IF WS-GEN-USED
005490      AND WS-GEN-ROWS NOT = SN-TRL-ROW-COUNT
005500         DISPLAY 'ITMSLOW - GENERATION ' WS-GEN-DATE
005510             ' HAS ' WS-GEN-ROWS ' ROWS, TRAILER SAYS '
005520             SN-TRL-ROW-COUNT
005530         MOVE 4 TO RETURN-CODE
005540     END-IF.
005550     SET WS-GEN-NONE TO TRUE.
005560 2300-END-GENERATION-EXIT.
005570     EXIT.
005580*
005590*****************************************************************
005600*    3000 SERIES  --  PICK THE SLOW AND OVERSTOCKED ITEMS       *
005610*****************************************************************
005620 3000-SELECT-SLOW-ITEMS.
005630     IF WS-GENS-USED = ZERO
005640         DISPLAY 'ITMSLOW - NO SNAPSHOT GENERATION FELL IN THE '
005650             'REQUESTED PERIOD'
005660         MOVE 4 TO RETURN-CODE
005670         GO TO 3000-SELECT-SLOW-ITEMS-EXIT
005680     END-IF.
005690     COMPUTE WS-PERIOD-END-INTEGER =
005700         FUNCTION INTEGER-OF-DATE (WS-LAST-GEN-DATE).
005710     PERFORM 3100-JUDGE-ONE-ITEM THRU 3100-JUDGE-ONE-ITEM-EXIT
005720         VARYING WS-SL-SUB FROM 1 BY 1
005730         UNTIL WS-SL-SUB > WS-SLOW-COUNT.
005740 3000-SELECT-SLOW-ITEMS-EXIT.
005750     EXIT.
005760
005770 3100-JUDGE-ONE-ITEM.
005780*    ONLY ITEMS STILL ON ITEMTAB AT THE END OF THE PERIOD ARE
005790*    STOCK TO REVIEW; ONE THAT HAS DROPPED OFF IS COUNTED ONLY.
005800*    AN ITEM WITH NOTHING ON HAND HAS NOTHING TO WRITE DOWN.
005810     IF WS-SL-LAST-GEN (WS-SL-SUB) NOT = WS-GENS-USED
005820         ADD 1 TO WS-NOT-CURRENT-COUNT
005830         GO TO 3100-JUDGE-ONE-ITEM-EXIT
005840     END-IF.
005850     IF WS-SL-ONHAND-QTY (WS-SL-SUB) = ZERO
005860         GO TO 3100-JUDGE-ONE-ITEM-EXIT
005870     END-IF.
005880
005890*    DAYS ARE COUNTED TO THE LAST SNAPSHOT DATE, NOT THE RUN
005900*    DATE, SO A PAST QUARTER CAN BE RE-RUN WITH THE SAME
005910*    ANSWER.  AN ITEM THAT NEVER MOVED INSIDE THE PERIOD HAS
005920*    BEEN IDLE AT LEAST SINCE IT WAS FIRST SEEN; THAT FIGURE
005930*    IS PRINTED WITH A + BECAUSE THE REAL ONE MAY BE LONGER.
005940     MOVE SPACE TO WS-LN-SINCE-FLAG.
005950     IF WS-SL-MOVE-DATE (WS-SL-SUB) > ZERO
005960         COMPUTE WS-MOVE-INTEGER = FUNCTION INTEGER-OF-DATE
005970             (WS-SL-MOVE-DATE (WS-SL-SUB))
005980     ELSE
005990         COMPUTE WS-MOVE-INTEGER = FUNCTION INTEGER-OF-DATE
006000             (WS-SL-FIRST-DATE (WS-SL-SUB))
006010         MOVE '+' TO WS-LN-SINCE-FLAG
006020     END-IF.
006030     COMPUTE WS-IDLE-DAYS =
006040         WS-PERIOD-END-INTEGER - WS-MOVE-INTEGER.
006050
006060     MOVE SPACES TO WS-LN-REASON.
006070     IF WS-IDLE-DAYS NOT < WS-IDLE-DAYS-LIMIT
006080         IF WS-SL-ALWAYS-OVER (WS-SL-SUB)
006090          AND WS-SL-GENS-SEEN (WS-SL-SUB) = WS-GENS-USED
006100             MOVE 'BOTH' TO WS-LN-REASON
006110             ADD 1 TO WS-BOTH-COUNT
006120         ELSE
006130             MOVE 'IDLE' TO WS-LN-REASON
006140             ADD 1 TO WS-IDLE-COUNT
006150         END-IF
006160     ELSE
006170         IF WS-SL-ALWAYS-OVER (WS-SL-SUB)
006180          AND WS-SL-GENS-SEEN (WS-SL-SUB) = WS-GENS-USED
006190             MOVE 'OVER' TO WS-LN-REASON
006200             ADD 1 TO WS-OVER-COUNT
006210         END-IF
006220     END-IF.
006230     IF WS-LN-REASON = SPACES
006240         GO TO 3100-JUDGE-ONE-ITEM-EXIT
006250     END-IF.
006260
006270     MOVE WS-SL-WHSE-CD (WS-SL-SUB)    TO WS-LN-WHSE-CD.
006280     MOVE WS-SL-VENDOR-NO (WS-SL-SUB)  TO WS-LN-VENDOR-NO.
006290     MOVE WS-SL-ITEM-KEY (WS-SL-SUB)   TO WS-LN-ITEM-KEY.
006300     MOVE WS-SL-ITEM-DESC (WS-SL-SUB)  TO WS-LN-ITEM-DESC.
006310     MOVE WS-SL-ONHAND-QTY (WS-SL-SUB) TO WS-LN-ONHAND-QTY.
006320     MOVE WS-SL-UNIT-COST (WS-SL-SUB)  TO WS-LN-UNIT-COST.
006330     COMPUTE WS-LN-EXT-VALUE =
006340         WS-SL-UNIT-COST (WS-SL-SUB)
006350         * WS-SL-ONHAND-QTY (WS-SL-SUB).
006360     MOVE WS-IDLE-DAYS                 TO WS-LN-IDLE-DAYS.
006370     PERFORM 3200-MAKE-LIST-SLOT THRU 3200-MAKE-LIST-SLOT-EXIT.
006380     MOVE WS-LIST-NEW TO WS-LIST-ENTRY (WS-STORE-POS).
006390 3100-JUDGE-ONE-ITEM-EXIT.
006400     EXIT.
006410
006420 3200-MAKE-LIST-SLOT.
006430     ADD 1 TO WS-LIST-COUNT.
006440     MOVE WS-LIST-COUNT TO WS-STORE-POS.
006450     MOVE 'N' TO WS-SLOT-SW.
006460     PERFORM 3210-SHIFT-LIST-SLOT
006470         THRU 3210-SHIFT-LIST-SLOT-EXIT
006480         UNTIL WS-SLOT-FOUND.
006490 3200-MAKE-LIST-SLOT-EXIT.
006500     EXIT.
006510
006520 3210-SHIFT-LIST-SLOT.
006530     IF WS-STORE-POS = 1
006540         SET WS-SLOT-FOUND TO TRUE
006550         GO TO 3210-SHIFT-LIST-SLOT-EXIT
006560     END-IF.
006570     IF WS-LS-WHSE-CD (WS-STORE-POS - 1) < WS-LN-WHSE-CD
006580         SET WS-SLOT-FOUND TO TRUE
006590         GO TO 3210-SHIFT-LIST-SLOT-EXIT
006600     END-IF.
006610     IF WS-LS-WHSE-CD (WS-STORE-POS - 1) = WS-LN-WHSE-CD
006620      AND WS-LS-VENDOR-NO (WS-STORE-POS - 1) < WS-LN-VENDOR-NO
006630         SET WS-SLOT-FOUND TO TRUE
006640         GO TO 3210-SHIFT-LIST-SLOT-EXIT
006650     END-IF.
006660*    ITEM KEYS ARRIVE ASCENDING, SO WITHIN ONE WAREHOUSE AND
006670*    VENDOR THE NEW ENTRY ALWAYS BELONGS LAST.
006680     IF WS-LS-WHSE-CD (WS-STORE-POS - 1) = WS-LN-WHSE-CD
006690      AND WS-LS-VENDOR-NO (WS-STORE-POS - 1) = WS-LN-VENDOR-NO
006700         SET WS-SLOT-FOUND TO TRUE
006710         GO TO 3210-SHIFT-LIST-SLOT-EXIT
006720     END-IF.
006730     MOVE WS-LIST-ENTRY (WS-STORE-POS - 1)
006740         TO WS-LIST-ENTRY (WS-STORE-POS).
006750     SUBTRACT 1 FROM WS-STORE-POS.
006760 3210-SHIFT-LIST-SLOT-EXIT.
006770     EXIT.
006780*
006790*****************************************************************
006800*    4000 SERIES  --  WAREHOUSE / VENDOR BREAK REPORT           *
006810*****************************************************************
006820 4000-PRINT-SLOW-LIST.
006830     MOVE SPACES TO WS-PREV-WHSE-CD.
006840     MOVE ZERO TO WS-PREV-VENDOR-NO.
006850     PERFORM 4100-PRINT-ONE-ITEM THRU 4100-PRINT-ONE-ITEM-EXIT
006860         VARYING WS-LS-IX FROM 1 BY 1
006870         UNTIL WS-LS-IX > WS-LIST-COUNT.
006880     IF WS-LIST-COUNT > ZERO
006890         PERFORM 4400-WRITE-VEND-SUBTOTAL
006900             THRU 4400-WRITE-VEND-SUBTOTAL-EXIT
006910         PERFORM 4500-WRITE-WHSE-SUBTOTAL
006920             THRU 4500-WRITE-WHSE-SUBTOTAL-EXIT
006930     ELSE
006940         MOVE SPACES TO SLOWRPT-LINE
006950         WRITE SLOWRPT-LINE
006960         MOVE SPACES TO SLOWRPT-LINE
006970         STRING '  (NO SLOW-MOVING OR OVERSTOCKED ITEMS)'
006980             DELIMITED BY SIZE INTO SLOWRPT-LINE
006990         WRITE SLOWRPT-LINE
007000     END-IF.
007010 4000-PRINT-SLOW-LIST-EXIT.
007020     EXIT.
007030
007040 4100-PRINT-ONE-ITEM.
007050     IF WS-LS-WHSE-CD (WS-LS-IX) NOT = WS-PREV-WHSE-CD
007060         IF WS-LS-IX > 1
007070             PERFORM 4400-WRITE-VEND-SUBTOTAL
007080                 THRU 4400-WRITE-VEND-SUBTOTAL-EXIT
007090             PERFORM 4500-WRITE-WHSE-SUBTOTAL
007100                 THRU 4500-WRITE-WHSE-SUBTOTAL-EXIT
007110         END-IF
007120         PERFORM 4200-START-WHSE-GROUP
007130             THRU 4200-START-WHSE-GROUP-EXIT
007140         PERFORM 4300-START-VEND-GROUP
007150             THRU 4300-START-VEND-GROUP-EXIT
007160     ELSE
007170         IF WS-LS-VENDOR-NO (WS-LS-IX) NOT = WS-PREV-VENDOR-NO
007180             PERFORM 4400-WRITE-VEND-SUBTOTAL
007190                 THRU 4400-WRITE-VEND-SUBTOTAL-EXIT
007200             PERFORM 4300-START-VEND-GROUP
007210                 THRU 4300-START-VEND-GROUP-EXIT
007220         END-IF
007230     END-IF.
007240
007250     ADD 1 TO WS-VEND-ITEM-COUNT.
007260     ADD 1 TO WS-WHSE-ITEM-COUNT.
007270     ADD WS-LS-EXT-VALUE (WS-LS-IX) TO WS-VEND-TOTAL-VALUE.
007280     ADD WS-LS-EXT-VALUE (WS-LS-IX) TO WS-WHSE-TOTAL-VALUE.
007290     ADD WS-LS-EXT-VALUE (WS-LS-IX) TO WS-GRAND-TOTAL-VALUE.
007300
007310     MOVE WS-LS-ONHAND-QTY (WS-LS-IX) TO WS-EDIT-QTY.
007320     MOVE WS-LS-UNIT-COST (WS-LS-IX)  TO WS-EDIT-COST.
007330     MOVE WS-LS-EXT-VALUE (WS-LS-IX)  TO WS-EDIT-EXT.
007340     MOVE WS-LS-IDLE-DAYS (WS-LS-IX)  TO WS-EDIT-DAYS.
007350     MOVE SPACES TO SLOWRPT-LINE.
007360     STRING '  ' WS-LS-ITEM-KEY (WS-LS-IX)
007370         ' ' WS-LS-ITEM-DESC (WS-LS-IX)
007380         ' ' WS-EDIT-QTY
007390         ' ' WS-EDIT-COST
007400         ' ' WS-EDIT-EXT
007410         ' ' WS-EDIT-DAYS
007420         WS-LS-SINCE-FLAG (WS-LS-IX)
007430         ' ' WS-LS-REASON (WS-LS-IX)
007440         DELIMITED BY SIZE INTO SLOWRPT-LINE.
007450     WRITE SLOWRPT-LINE.
007460 4100-PRINT-ONE-ITEM-EXIT.
007470     EXIT.
007480
007490 4200-START-WHSE-GROUP.
007500     MOVE WS-LS-WHSE-CD (WS-LS-IX) TO WS-PREV-WHSE-CD.
007510     MOVE ZERO TO WS-WHSE-ITEM-COUNT.
007520     MOVE ZERO TO WS-WHSE-TOTAL-VALUE.
007530
007540     MOVE SPACES TO SLOWRPT-LINE.
007550     WRITE SLOWRPT-LINE.
007560     MOVE SPACES TO SLOWRPT-LINE.
007570     STRING 'WAREHOUSE ' WS-PREV-WHSE-CD
007580         DELIMITED BY SIZE INTO SLOWRPT-LINE.
007590     WRITE SLOWRPT-LINE.
007600 4200-START-WHSE-GROUP-EXIT.
007610     EXIT.
007620
007630 4300-START-VEND-GROUP.
007640     MOVE WS-LS-VENDOR-NO (WS-LS-IX) TO WS-PREV-VENDOR-NO.
007650     MOVE ZERO TO WS-VEND-ITEM-COUNT.
007660     MOVE ZERO TO WS-VEND-TOTAL-VALUE.
007670
007680     MOVE SPACES TO SLOWRPT-LINE.
007690     STRING ' VENDOR ' WS-PREV-VENDOR-NO
007700         DELIMITED BY SIZE INTO SLOWRPT-LINE.
007710     WRITE SLOWRPT-LINE.
007720 4300-START-VEND-GROUP-EXIT.
007730     EXIT.
007740
007750 4400-WRITE-VEND-SUBTOTAL.
007760     MOVE WS-VEND-TOTAL-VALUE TO WS-EDIT-TOTAL.
007770     MOVE SPACES TO SLOWRPT-LINE.
007780     STRING ' VENDOR ' WS-PREV-VENDOR-NO
007790         ' TOTAL:  ITEMS ' WS-VEND-ITEM-COUNT
007800         '  VALUE ' WS-EDIT-TOTAL
007810         DELIMITED BY SIZE INTO SLOWRPT-LINE.
007820     WRITE SLOWRPT-LINE.
007830 4400-WRITE-VEND-SUBTOTAL-EXIT.
007840     EXIT.
007850
007860 4500-WRITE-WHSE-SUBTOTAL.
007870     MOVE WS-WHSE-TOTAL-VALUE TO WS-EDIT-TOTAL.
007880     MOVE SPACES TO SLOWRPT-LINE.
007890     STRING 'WAREHOUSE ' WS-PREV-WHSE-CD
007900         ' TOTAL:  ITEMS ' WS-WHSE-ITEM-COUNT
007910         '  VALUE ' WS-EDIT-TOTAL
007920         DELIMITED BY SIZE INTO SLOWRPT-LINE.
007930     WRITE SLOWRPT-LINE.
007940 4500-WRITE-WHSE-SUBTOTAL-EXIT.
007950     EXIT.
007960*
007970*****************************************************************
007980*    5000 SERIES  --  REPORT TOTALS                             *
007990*****************************************************************
008000 5000-WRITE-TOTALS.
008010     MOVE SPACES TO SLOWRPT-LINE.
008020     WRITE SLOWRPT-LINE.
008030
008040     MOVE SPACES TO SLOWRPT-LINE.
008050     STRING 'PERIOD ANALYZED .......... ' WS-FIRST-GEN-DATE
008060         ' TO ' WS-LAST-GEN-DATE
008070         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008080     WRITE SLOWRPT-LINE.
008090
008100     MOVE SPACES TO SLOWRPT-LINE.
008110     STRING 'GENERATIONS READ ......... ' WS-GENS-READ
008120         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008130     WRITE SLOWRPT-LINE.
008140
008150     MOVE SPACES TO SLOWRPT-LINE.
008160     STRING 'GENERATIONS ANALYZED ..... ' WS-GENS-USED
008170         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008180     WRITE SLOWRPT-LINE.
008190
008200     MOVE SPACES TO SLOWRPT-LINE.
008210     STRING 'GENERATIONS OUT OF RANGE . ' WS-GENS-SKIPPED
008220         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008230     WRITE SLOWRPT-LINE.
008240
008250     MOVE SPACES TO SLOWRPT-LINE.
008260     STRING 'SNAPSHOT ROWS TALLIED .... ' WS-ROWS-TALLIED
008270         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008280     WRITE SLOWRPT-LINE.
008290
008300     MOVE SPACES TO SLOWRPT-LINE.
008310     STRING 'DISTINCT ITEMS ........... ' WS-SLOW-COUNT
008320         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008330     WRITE SLOWRPT-LINE.
008340
008350     MOVE SPACES TO SLOWRPT-LINE.
008360     STRING 'NOT IN LAST GENERATION ... ' WS-NOT-CURRENT-COUNT
008370         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008380     WRITE SLOWRPT-LINE.
008390
008400     MOVE SPACES TO SLOWRPT-LINE.
008410     STRING 'ITEMS IDLE ONLY .......... ' WS-IDLE-COUNT
008420         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008430     WRITE SLOWRPT-LINE.
008440
008450     MOVE SPACES TO SLOWRPT-LINE.
008460     STRING 'ITEMS OVER 2 X ROP ONLY .. ' WS-OVER-COUNT
008470         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008480     WRITE SLOWRPT-LINE.
008490
008500     MOVE SPACES TO SLOWRPT-LINE.
008510     STRING 'ITEMS IDLE AND OVER ...... ' WS-BOTH-COUNT
008520         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008530     WRITE SLOWRPT-LINE.
008540
008550     MOVE WS-GRAND-TOTAL-VALUE TO WS-EDIT-GRAND.
008560     MOVE SPACES TO SLOWRPT-LINE.
008570     STRING 'TOTAL VALUE LISTED ....... ' WS-EDIT-GRAND
008580         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008590     WRITE SLOWRPT-LINE.
008600 5000-WRITE-TOTALS-EXIT.
008610     EXIT.
008620
008630 6000-WRITE-RPT-HEADER.
008640     MOVE SPACES TO SLOWRPT-LINE.
008650     STRING 'ITMSLOW  SLOW-MOVING AND DEAD-STOCK ANALYSIS'
008660         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008670     WRITE SLOWRPT-LINE.
008680
008690     MOVE SPACES TO SLOWRPT-LINE.
008700     STRING 'RUN DATE: ' WS-CURR-DATE
008710         '   IDLE THRESHOLD: ' WS-IDLE-DAYS-LIMIT ' DAYS'
008720         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008730     WRITE SLOWRPT-LINE.
008740
008750     MOVE SPACES TO SLOWRPT-LINE.
008760     STRING 'IDLE = ON-HAND UNCHANGED FOR THE THRESHOLD   '
008770         'OVER = ABOVE 2 X ROP ALL PERIOD'
008780         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008790     WRITE SLOWRPT-LINE.
008800
008810     MOVE SPACES TO SLOWRPT-LINE.
008820     STRING 'DAYS = SINCE LAST ON-HAND CHANGE, + = NO CHANGE '
008830         'SEEN IN THE PERIOD'
008840         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008850     WRITE SLOWRPT-LINE.
008860
008870     MOVE SPACES TO SLOWRPT-LINE.
008880     STRING '  KEY   DESCRIPTION            QTY UNIT COST'
008890         '   EXTENDED VALUE  DAYS  WHY'
008900         DELIMITED BY SIZE INTO SLOWRPT-LINE.
008910     WRITE SLOWRPT-LINE.
008920 6000-WRITE-RPT-HEADER-EXIT.
008930     EXIT.
008940*
008950*****************************************************************
008960*    9000 SERIES  --  TERMINATION                               *
008970*****************************************************************
008980 9000-CLOSE-FILES.
008990     CLOSE ITEMSNAP.
009000     CLOSE SLOWRPT.
009010 9000-CLOSE-FILES-EXIT.
009020     EXIT.
