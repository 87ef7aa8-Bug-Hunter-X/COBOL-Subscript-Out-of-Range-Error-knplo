000270*    DATE        BY    DESCRIPTION
000280*    ----------  ----  -----------------------------------------
000290*    2026-09-03  DRO   ORIGINAL VERSION.
000300*    2026-10-15  DRO   QUANTITY ALREADY OUTSTANDING ON THE
000310*                      OPENPO OPEN-ORDER FILE IS NOW NETTED
000320*                      OUT OF EACH SUGGESTION, AND AN ITEM
000330*                      WHOSE OPEN ORDERS ALREADY REACH THE
000340*                      ORDER-UP-TO LEVEL IS NOT SUGGESTED
000350*                      AGAIN.  THE PORDSUG LAYOUT MOVED TO THE
000360*                      ITMPOSR COPYBOOK, SHARED WITH ITMPOLD.
000370*    2026-10-15  DRO   9999-EXIT ENDS WITH GOBACK INSTEAD OF
000380*                      STOP RUN, SO THE NEW ITMSTRM NIGHTLY
000390*                      STREAM DRIVER CAN CALL THIS PROGRAM AS
000400*                      A STEP AND READ ITS RETURN CODE.  RUN
000410*                      ON ITS OWN IT ENDS EXACTLY AS BEFORE.
000420*    2026-10-15  DRO   AN ITEM MARKED DISCONTINUED OR OBSOLETE
000430*                      ON THE NEW ITEMARC LIFECYCLE FILE
000440*                      (ITMARCR COPYBOOK, SET THROUGH ITMINQ)
000450*                      IS NO LONGER SUGGESTED, HOWEVER LOW ITS
000460*                      STOCK.  THE TOTALS COUNT THE ITEMS SO
000470*                      PASSED OVER.
000480*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000490*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000500*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000510*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000520*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.  IBM-370.
000570 OBJECT-COMPUTER.  IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ITEMTAB ASSIGN TO 'ITEMTAB'
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS IT-ITEM-KEY
000640         ALTERNATE RECORD KEY IS IT-VENDOR-NO
000650             WITH DUPLICATES
000660         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
000670             WITH DUPLICATES
000680         ALTERNATE RECORD KEY IS IT-ITEM-DESC
000690             WITH DUPLICATES
000700         FILE STATUS IS WS-ITEMTAB-STATUS.
000710
000720     SELECT REORRPT ASSIGN TO 'REORRPT'
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-REORRPT-STATUS.
000750
000760     SELECT PORDSUG ASSIGN TO 'PORDSUG'
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PORDSUG-STATUS.
000790
000800     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS RL-RECORD-KEY
000840         FILE STATUS IS WS-ITMRUNCT-STATUS.
000850
000860     SELECT OPTIONAL OPENPO ASSIGN TO 'OPENPO'
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS PO-ORDER-KEY
000900         FILE STATUS IS WS-OPENPO-STATUS.
000910
000920     SELECT OPTIONAL ITEMARC ASSIGN TO 'ITEMARC'
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS AR-ITEM-KEY
000960         FILE STATUS IS WS-ITEMARC-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  ITEMTAB
001010     LABEL RECORDS ARE STANDARD.
001020     COPY ITMTABR.
001030
001040 FD  REORRPT
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  REORRPT-LINE                PIC X(80).
001080
001090 FD  PORDSUG
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120     COPY ITMPOSR.
001130
001140 FD  ITMRUNCT
001150     LABEL RECORDS ARE STANDARD.
001160     COPY ITMRUNC.
001170
001180 FD  OPENPO
001190     LABEL RECORDS ARE STANDARD.
001200     COPY ITMOPOR.
001210
001220 FD  ITEMARC
001230     LABEL RECORDS ARE STANDARD.
001240     COPY ITMARCR.
001250
001260 WORKING-STORAGE SECTION.
001270 01  WS-FILE-STATUSES.
001280     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001290     05  WS-REORRPT-STATUS       PIC X(02) VALUE '00'.
001300     05  WS-PORDSUG-STATUS       PIC X(02) VALUE '00'.
001310     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001320     05  WS-OPENPO-STATUS        PIC X(02) VALUE '00'.
001330     05  WS-ITEMARC-STATUS       PIC X(02) VALUE '00'.
001340
001350 01  WS-SWITCHES.
001360     05  WS-ITEMTAB-EOF-SW       PIC X(01) VALUE 'N'.
001370         88  WS-ITEMTAB-EOF              VALUE 'Y'.
001380     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001390         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001400     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
001410         88  WS-SLOT-FOUND               VALUE 'Y'.
001420     05  WS-OPENPO-EOF-SW        PIC X(01) VALUE 'N'.
001430         88  WS-OPENPO-EOF               VALUE 'Y'.
001440     05  WS-ITEMARC-OK-SW        PIC X(01) VALUE 'N'.
001450         88  WS-ITEMARC-USABLE           VALUE 'Y'.
001460
001470 01  WS-CURRENT-DATE-TIME.
001480     05  WS-CURR-DATE            PIC 9(08).
001490     05  WS-CURR-TIME.
001500         10  WS-CURR-HH          PIC 9(02).
001510         10  WS-CURR-MN          PIC 9(02).
001520         10  WS-CURR-SS          PIC 9(02).
001530         10  WS-CURR-HS          PIC 9(02).
001540
001550*    EVERY ITEM AT OR BELOW ITS REORDER POINT, HELD IN VENDOR
001560*    AND ITEM-KEY ORDER SO THE SUGGESTION FILE AND THE REPORT
001570*    COME OUT GROUPED BY VENDOR.  ITEMTAB COMES BACK IN ITEM-KEY
001580*    ORDER, SO EACH FLAGGED ITEM IS SLOTTED INTO PLACE THE SAME
001590*    WAY THE LOAD'S ORDERED INSERT WORKS.
001600 01  WS-REORDER-AREA.
001610     05  WS-FLAGGED-COUNT        PIC 9(05) VALUE ZERO.
001620     05  WS-REORD-ENTRY OCCURS 1 TO 500 TIMES
001630                  DEPENDING ON WS-FLAGGED-COUNT.
001640         10  WS-RO-VENDOR-NO     PIC 9(05).
001650         10  WS-RO-ITEM-KEY      PIC 9(05).
001660         10  WS-RO-ITEM-DESC     PIC X(20).
001670         10  WS-RO-ONHAND-QTY    PIC 9(05).
001680         10  WS-RO-REORDER-PT    PIC 9(05).
001690         10  WS-RO-SUGGEST-QTY   PIC 9(06).
001700         10  WS-RO-ONORDER-QTY   PIC 9(07).
001710
001720*    QUANTITY STILL OUTSTANDING ON OPEN PURCHASE ORDERS, ONE
001730*    ENTRY PER ITEM, GATHERED FROM OPENPO BEFORE THE SCAN.  AN
001740*    ITEM CAN BE ON SEVERAL ORDERS, SO EACH OUTSTANDING LINE IS
001750*    ADDED INTO ITS ITEM'S ENTRY; THE TABLE IS KEPT IN ITEM-KEY
001760*    ORDER FOR THE SEARCH ALL IN 2050.
001770 01  WS-ONORD-AREA.
001780     05  WS-ONORD-COUNT          PIC 9(05) VALUE ZERO.
001790     05  WS-ONORD-ENTRY OCCURS 1 TO 1000 TIMES
001800                  DEPENDING ON WS-ONORD-COUNT
001810                  ASCENDING KEY IS WS-OO-ITEM-KEY
001820                  INDEXED BY WS-ONORD-IDX.
001830         10  WS-OO-ITEM-KEY      PIC 9(05).
001840         10  WS-OO-OPEN-QTY      PIC 9(07).
001850
001860 01  WS-NEED-WORK.
001870     05  WS-ON-ORDER-QTY         PIC 9(07) VALUE ZERO.
001880     05  WS-NET-NEED-QTY         PIC S9(07) VALUE ZERO.
001890     05  WS-LINE-OPEN-QTY        PIC S9(07) VALUE ZERO.
001900
001910 01  WS-PRINT-WORK.
001920     05  WS-EDIT-ONHAND          PIC ZZZZ9.
001930     05  WS-EDIT-REORDER         PIC ZZZZ9.
001940     05  WS-EDIT-SUGGEST         PIC ZZZZZ9.
001950     05  WS-EDIT-ONORDER         PIC ZZZZZZ9.
001960
001970 77  WS-MAX-FLAGGED              PIC 9(05) VALUE 500.
001980 77  WS-MAX-ONORD                PIC 9(05) VALUE 1000.
001990 77  WS-COVERED-COUNT            PIC 9(05) VALUE ZERO.
002000 77  WS-DISCONT-COUNT            PIC 9(05) VALUE ZERO.
002010 77  WS-PO-LINES-READ            PIC 9(05) VALUE ZERO.
002020 77  WS-ROWS-READ                PIC 9(05) VALUE ZERO.
002030 77  WS-VENDOR-COUNT             PIC 9(05) VALUE ZERO.
002040 77  WS-GROUP-COUNT              PIC 9(05) VALUE ZERO.
002050 77  WS-PREV-VENDOR              PIC 9(05) VALUE ZERO.
002060 77  WS-STORE-POS                PIC 9(05) COMP VALUE ZERO.
002070 77  WS-RO-IX                    PIC 9(05) COMP VALUE ZERO.
002080 77  WS-RO-JX                    PIC 9(05) COMP VALUE ZERO.
002090 77  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
002100
002110 PROCEDURE DIVISION.
002120*
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
002150
002160     IF WS-ABNORMAL-RUN
002170         GO TO 9900-ABEND-EXIT
002180     END-IF.
002190
002200     PERFORM 2000-SCAN-LOOP THRU 2000-SCAN-LOOP-EXIT
002210         UNTIL WS-ITEMTAB-EOF.
002220
002230     PERFORM 3000-WRITE-SUGGESTIONS
002240         THRU 3000-WRITE-SUGGESTIONS-EXIT.
002250     PERFORM 4000-WRITE-TOTALS THRU 4000-WRITE-TOTALS-EXIT.
002260     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002270     GO TO 9999-EXIT.
002280
002290 9900-ABEND-EXIT.
002300     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002310
002320 9999-EXIT.
002330     GOBACK.
002340*
002350*****************************************************************
002360*    1000 SERIES  --  RUN INITIALIZATION                        *
002370*****************************************************************
002380 1000-INITIALIZE-RUN.
002390     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002400     ACCEPT WS-CURR-TIME FROM TIME.
002410
002420     OPEN OUTPUT REORRPT.
002430     IF WS-REORRPT-STATUS NOT = '00'
002440         DISPLAY 'ITMREORD - UNABLE TO OPEN REORRPT, STATUS = '
002450             WS-REORRPT-STATUS
002460         SET WS-ABNORMAL-RUN TO TRUE
002470         MOVE 16 TO RETURN-CODE
002480         GO TO 1000-INITIALIZE-RUN-EXIT
002490     END-IF.
002500
002510     OPEN OUTPUT PORDSUG.
002520     IF WS-PORDSUG-STATUS NOT = '00'
002530         DISPLAY 'ITMREORD - UNABLE TO OPEN PORDSUG, STATUS = '
002540             WS-PORDSUG-STATUS
002550         SET WS-ABNORMAL-RUN TO TRUE
002560         MOVE 16 TO RETURN-CODE
002570         GO TO 1000-INITIALIZE-RUN-EXIT
002580     END-IF.
002590
002600*    THE SAME RUN-CONTROL INTERLOCK ITMPURGE HONORS: WHILE
002610*    ITMLOAD HAS THE LOCK ROW MARKED ACTIVE - LIVE OR CRASHED
002620*    AND AWAITING RESTART - ITEMTAB IS HALF LOADED AND A
002630*    SUGGESTION FILE CUT FROM IT WOULD SEND THE BUYERS AFTER
002640*    GHOSTS.  THE SCHEDULER CAN SIMPLY RERUN THIS JOB AFTER
002650*    THE LOAD CLEARS.
002660     OPEN INPUT ITMRUNCT.
002670     IF WS-ITMRUNCT-STATUS = '00'
002680         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
002690         READ ITMRUNCT
002700             INVALID KEY
002710                 CONTINUE
002720             NOT INVALID KEY
002730                 IF RL-LOAD-ACTIVE
002740                     DISPLAY 'ITMREORD - ITMLOAD IS RUNNING '
002750                         'AGAINST ITEMTAB, RUN REFUSED'
002760                     SET WS-ABNORMAL-RUN TO TRUE
002770                     MOVE 8 TO RETURN-CODE
002780                 END-IF
002790         END-READ
002800     END-IF.
002810     CLOSE ITMRUNCT.
002820     IF WS-ABNORMAL-RUN
002830         GO TO 1000-INITIALIZE-RUN-EXIT
002840     END-IF.
002850
002860     OPEN INPUT ITEMTAB.
002870     IF WS-ITEMTAB-STATUS NOT = '00'
002880         DISPLAY 'ITMREORD - UNABLE TO OPEN ITEMTAB, STATUS = '
002890             WS-ITEMTAB-STATUS
002900         SET WS-ABNORMAL-RUN TO TRUE
002910         MOVE 16 TO RETURN-CODE
002920         GO TO 1000-INITIALIZE-RUN-EXIT
002930     END-IF.
002940
002950     PERFORM 1100-LOAD-OPEN-ORDERS
002960         THRU 1100-LOAD-OPEN-ORDERS-EXIT.
002970     PERFORM 1200-OPEN-ITEM-ARCHIVE
002980         THRU 1200-OPEN-ITEM-ARCHIVE-EXIT.
002990
003000     MOVE ZERO TO IT-ITEM-KEY.
003010     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
003020         INVALID KEY
003030             DISPLAY 'ITMREORD - ITEMTAB IS EMPTY, NOTHING '
003040                 'TO SCAN'
003050             SET WS-ITEMTAB-EOF TO TRUE
003060     END-START.
003070
003080     PERFORM 5000-WRITE-RPT-HEADER
003090         THRU 5000-WRITE-RPT-HEADER-EXIT.
003100 1000-INITIALIZE-RUN-EXIT.
003110     EXIT.
003120
003130 1100-LOAD-OPEN-ORDERS.
003140*    EVERY ORDER LINE STILL OUTSTANDING ON OPENPO IS ALREADY ON
003150*    ITS WAY, SO ITS UNRECEIVED QUANTITY IS GATHERED HERE BY
003160*    ITEM AND NETTED OUT OF THE SUGGESTIONS BELOW.  WITH NO
003170*    OPENPO FILE YET (NO ORDER EVER CONFIRMED) THE TABLE STAYS
003180*    EMPTY AND EVERY SUGGESTION IS THE FULL ORDER-UP-TO GAP,
003190*    EXACTLY AS BEFORE.
003200     OPEN INPUT OPENPO.
003210     IF WS-OPENPO-STATUS NOT = '00'
003220         IF WS-OPENPO-STATUS NOT = '05'
003230             DISPLAY 'ITMREORD - OPENPO OPEN STATUS = '
003240                 WS-OPENPO-STATUS ', OPEN ORDERS NOT NETTED'
003250             MOVE 4 TO RETURN-CODE
003260         END-IF
003270         CLOSE OPENPO
003280         GO TO 1100-LOAD-OPEN-ORDERS-EXIT
003290     END-IF.
003300
003310     MOVE ZERO TO PO-ORDER-NO.
003320     MOVE ZERO TO PO-LINE-NO.
003330     START OPENPO KEY IS NOT LESS THAN PO-ORDER-KEY
003340         INVALID KEY
003350             SET WS-OPENPO-EOF TO TRUE
003360     END-START.
003370     PERFORM 1110-GATHER-ONE-LINE THRU 1110-GATHER-ONE-LINE-EXIT
003380         UNTIL WS-OPENPO-EOF.
003390     CLOSE OPENPO.
003400 1100-LOAD-OPEN-ORDERS-EXIT.
003410     EXIT.
003420
003430 1110-GATHER-ONE-LINE.
003440     READ OPENPO NEXT RECORD
003450         AT END
003460             SET WS-OPENPO-EOF TO TRUE
003470             GO TO 1110-GATHER-ONE-LINE-EXIT
003480     END-READ.
003490*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
003500     IF WS-OPENPO-STATUS NOT = '00'
003510         SET WS-OPENPO-EOF TO TRUE
003520         GO TO 1110-GATHER-ONE-LINE-EXIT
003530     END-IF.
003540*    THE CONTROL ROW AND CLOSED LINES CARRY NOTHING ON ORDER.
003550     IF PO-ORDER-NO = ZERO
003560      OR NOT PO-LINE-OUTSTANDING
003570         GO TO 1110-GATHER-ONE-LINE-EXIT
003580     END-IF.
003590     ADD 1 TO WS-PO-LINES-READ.
003600
003610*    AN OVER-RECEIVED LINE IS CLOSED BY ITMPRCV, BUT A LINE
003620*    LEFT PART-FILLED WITH MORE RECEIVED THAN ORDERED MUST NOT
003630*    COUNT AS NEGATIVE STOCK ON ORDER.
003640     COMPUTE WS-LINE-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY.
003650     IF WS-LINE-OPEN-QTY NOT > ZERO
003660         GO TO 1110-GATHER-ONE-LINE-EXIT
003670     END-IF.
003680
003690     IF WS-ONORD-COUNT > ZERO
003700         SET WS-ONORD-IDX TO 1
003710         SEARCH ALL WS-ONORD-ENTRY
003720             AT END
003730                 CONTINUE
003740             WHEN WS-OO-ITEM-KEY (WS-ONORD-IDX) = PO-ITEM-KEY
003750                 ADD WS-LINE-OPEN-QTY
003760                     TO WS-OO-OPEN-QTY (WS-ONORD-IDX)
003770                 GO TO 1110-GATHER-ONE-LINE-EXIT
003780         END-SEARCH
003790     END-IF.
003800
003810     IF WS-ONORD-COUNT >= WS-MAX-ONORD
003820         DISPLAY 'ITMREORD - OPEN-ORDER TABLE FULL, ITEM '
003830             PO-ITEM-KEY ' NOT NETTED'
003840         MOVE 4 TO RETURN-CODE
003850         GO TO 1110-GATHER-ONE-LINE-EXIT
003860     END-IF.
003870     PERFORM 1120-MAKE-ONORD-SLOT THRU 1120-MAKE-ONORD-SLOT-EXIT.
003880     MOVE PO-ITEM-KEY      TO WS-OO-ITEM-KEY (WS-STORE-POS).
003890     MOVE WS-LINE-OPEN-QTY TO WS-OO-OPEN-QTY (WS-STORE-POS).
003900 1110-GATHER-ONE-LINE-EXIT.
003910     EXIT.
003920
003930 1120-MAKE-ONORD-SLOT.
003940*    THE SAME ORDERED INSERT AS 2120 - OPENPO COMES BACK IN
003950*    ORDER-NUMBER ORDER, NOT ITEM ORDER.
003960     ADD 1 TO WS-ONORD-COUNT.
003970     MOVE WS-ONORD-COUNT TO WS-STORE-POS.
003980     MOVE 'N' TO WS-SLOT-SW.
003990     PERFORM 1130-SHIFT-ONORD-SLOT
004000         THRU 1130-SHIFT-ONORD-SLOT-EXIT
004010         UNTIL WS-SLOT-FOUND.
004020 1120-MAKE-ONORD-SLOT-EXIT.
004030     EXIT.
004040
004050 1130-SHIFT-ONORD-SLOT.
004060     IF WS-STORE-POS = 1
004070         SET WS-SLOT-FOUND TO TRUE
004080         GO TO 1130-SHIFT-ONORD-SLOT-EXIT
004090     END-IF.
004100     IF WS-OO-ITEM-KEY (WS-STORE-POS - 1) < PO-ITEM-KEY
004110         SET WS-SLOT-FOUND TO TRUE
004120         GO TO 1130-SHIFT-ONORD-SLOT-EXIT
004130     END-IF.
004140     MOVE WS-ONORD-ENTRY (WS-STORE-POS - 1)
004150         TO WS-ONORD-ENTRY (WS-STORE-POS).
004160     SUBTRACT 1 FROM WS-STORE-POS.
004170 1130-SHIFT-ONORD-SLOT-EXIT.
004180     EXIT.
004190
004200 1200-OPEN-ITEM-ARCHIVE.
004210*    ITEMARC SAYS WHICH ITEMS PURCHASING HAS STOPPED BUYING.
004220*    WITH NO ITEMARC YET (NO ITEM EVER DROPPED OR DISCONTINUED)
004230*    NOTHING IS PASSED OVER, EXACTLY AS BEFORE; ONE THAT WILL
004240*    NOT OPEN IS WARNED, SINCE THE SUGGESTIONS MAY THEN INCLUDE
004250*    ITEMS NO LONGER BOUGHT.
004260     OPEN INPUT ITEMARC.
004270     IF WS-ITEMARC-STATUS NOT = '00'
004280         IF WS-ITEMARC-STATUS NOT = '05'
004290             DISPLAY 'ITMREORD - ITEMARC OPEN STATUS = '
004300                 WS-ITEMARC-STATUS ', DISCONTINUED ITEMS NOT '
004310                 'SKIPPED'
004320             MOVE 4 TO RETURN-CODE
004330         END-IF
004340         CLOSE ITEMARC
004350         GO TO 1200-OPEN-ITEM-ARCHIVE-EXIT
004360     END-IF.
004370     SET WS-ITEMARC-USABLE TO TRUE.
004380 1200-OPEN-ITEM-ARCHIVE-EXIT.
004390     EXIT.
004400*
004410*****************************************************************
004420*    2000 SERIES  --  ITEMTAB SCAN                              *
004430*****************************************************************
004440 2000-SCAN-LOOP.
004450     READ ITEMTAB NEXT RECORD
004460         AT END
004470             SET WS-ITEMTAB-EOF TO TRUE
004480             GO TO 2000-SCAN-LOOP-EXIT
004490     END-READ.
004500*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
004510     IF WS-ITEMTAB-STATUS NOT = '00'
004520         SET WS-ITEMTAB-EOF TO TRUE
004530         GO TO 2000-SCAN-LOOP-EXIT
004540     END-IF.
004550     ADD 1 TO WS-ROWS-READ.
004560
004570     IF IT-ONHAND-QTY > IT-REORDER-POINT
004580         GO TO 2000-SCAN-LOOP-EXIT
004590     END-IF.
004600
004610*    A DISCONTINUED OR OBSOLETE ITEM IS RUN DOWN, NOT RESTOCKED.
004620     PERFORM 2020-CHECK-LIFECYCLE THRU 2020-CHECK-LIFECYCLE-EXIT.
004630     IF AR-LIFE-NO-REORDER
004640         ADD 1 TO WS-DISCONT-COUNT
004650         GO TO 2000-SCAN-LOOP-EXIT
004660     END-IF.
004670
004680     PERFORM 2050-NET-OPEN-ORDERS THRU 2050-NET-OPEN-ORDERS-EXIT.
004690     IF WS-NET-NEED-QTY NOT > ZERO
004700         ADD 1 TO WS-COVERED-COUNT
004710         GO TO 2000-SCAN-LOOP-EXIT
004720     END-IF.
004730
004740     IF WS-FLAGGED-COUNT >= WS-MAX-FLAGGED
004750         DISPLAY 'ITMREORD - SUGGESTION TABLE FULL, ITEM '
004760             IT-ITEM-KEY ' AND BEYOND NOT REPORTED'
004770         SET WS-ITEMTAB-EOF TO TRUE
004780         MOVE 4 TO RETURN-CODE
004790         GO TO 2000-SCAN-LOOP-EXIT
004800     END-IF.
004810
004820     PERFORM 2100-FLAG-ITEM THRU 2100-FLAG-ITEM-EXIT.
004830 2000-SCAN-LOOP-EXIT.
004840     EXIT.
004850
004860 2020-CHECK-LIFECYCLE.
004870*    LEAVES AR-LIFE-CD BLANK (ACTIVE) UNLESS ITEMARC HOLDS A
004880*    ROW FOR THE ITEM.
004890     MOVE SPACES TO ITEMARC-RECORD.
004900     IF NOT WS-ITEMARC-USABLE
004910         GO TO 2020-CHECK-LIFECYCLE-EXIT
004920     END-IF.
004930     MOVE IT-ITEM-KEY TO AR-ITEM-KEY.
004940     READ ITEMARC
004950         INVALID KEY
004960             MOVE SPACES TO ITEMARC-RECORD
004970     END-READ.
004980 2020-CHECK-LIFECYCLE-EXIT.
004990     EXIT.
005000
005010 2050-NET-OPEN-ORDERS.
005020*    THE ORDER-UP-TO GAP LESS WHATEVER IS ALREADY ON ORDER.
005030*    WITHOUT THIS THE SAME ITEM WAS SUGGESTED NIGHT AFTER
005040*    NIGHT UNTIL THE STOCK ACTUALLY ARRIVED.
005050     MOVE ZERO TO WS-ON-ORDER-QTY.
005060     IF WS-ONORD-COUNT > ZERO
005070         SET WS-ONORD-IDX TO 1
005080         SEARCH ALL WS-ONORD-ENTRY
005090             AT END
005100                 CONTINUE
005110             WHEN WS-OO-ITEM-KEY (WS-ONORD-IDX) = IT-ITEM-KEY
005120                 MOVE WS-OO-OPEN-QTY (WS-ONORD-IDX)
005130                     TO WS-ON-ORDER-QTY
005140         END-SEARCH
005150     END-IF.
005160     COMPUTE WS-NET-NEED-QTY =
005170         (IT-REORDER-POINT * 2) - IT-ONHAND-QTY
005180             - WS-ON-ORDER-QTY.
005190 2050-NET-OPEN-ORDERS-EXIT.
005200     EXIT.
005210
005220 2100-FLAG-ITEM.
005230*    SLOTS THE FLAGGED ITEM INTO VENDOR / ITEM-KEY ORDER SO THE
005240*    SUGGESTION FILE COMES OUT GROUPED BY VENDOR WITHOUT A
005250*    SEPARATE SORT STEP.
005260     PERFORM 2120-MAKE-INSERT-SLOT
005270         THRU 2120-MAKE-INSERT-SLOT-EXIT.
005280     MOVE IT-VENDOR-NO     TO WS-RO-VENDOR-NO (WS-STORE-POS).
005290     MOVE IT-ITEM-KEY      TO WS-RO-ITEM-KEY (WS-STORE-POS).
005300     MOVE IT-ITEM-DESC     TO WS-RO-ITEM-DESC (WS-STORE-POS).
005310     MOVE IT-ONHAND-QTY    TO WS-RO-ONHAND-QTY (WS-STORE-POS).
005320     MOVE IT-REORDER-POINT TO WS-RO-REORDER-PT (WS-STORE-POS).
005330*    THE SUGGESTED QUANTITY BRINGS ON-HAND PLUS OPEN ORDERS
005340*    BACK UP TO THE ORDER-UP-TO LEVEL OF TWICE THE REORDER
005350*    POINT (NETTED IN 2050).
005360     MOVE WS-NET-NEED-QTY TO WS-RO-SUGGEST-QTY (WS-STORE-POS).
005370     MOVE WS-ON-ORDER-QTY TO WS-RO-ONORDER-QTY (WS-STORE-POS).
005380 2100-FLAG-ITEM-EXIT.
005390     EXIT.
005400
005410 2120-MAKE-INSERT-SLOT.
005420     ADD 1 TO WS-FLAGGED-COUNT.
005430     MOVE WS-FLAGGED-COUNT TO WS-STORE-POS.
005440     MOVE 'N' TO WS-SLOT-SW.
005450     PERFORM 2130-SHIFT-ONE-SLOT
005460         THRU 2130-SHIFT-ONE-SLOT-EXIT
005470         UNTIL WS-SLOT-FOUND.
005480 2120-MAKE-INSERT-SLOT-EXIT.
005490     EXIT.
005500
005510 2130-SHIFT-ONE-SLOT.
005520     IF WS-STORE-POS = 1
005530         SET WS-SLOT-FOUND TO TRUE
005540         GO TO 2130-SHIFT-ONE-SLOT-EXIT
005550     END-IF.
005560     IF WS-RO-VENDOR-NO (WS-STORE-POS - 1) < IT-VENDOR-NO
005570         SET WS-SLOT-FOUND TO TRUE
005580         GO TO 2130-SHIFT-ONE-SLOT-EXIT
005590     END-IF.
005600     IF WS-RO-VENDOR-NO (WS-STORE-POS - 1) = IT-VENDOR-NO
005610      AND WS-RO-ITEM-KEY (WS-STORE-POS - 1) < IT-ITEM-KEY
005620         SET WS-SLOT-FOUND TO TRUE
005630         GO TO 2130-SHIFT-ONE-SLOT-EXIT
005640     END-IF.
005650     MOVE WS-REORD-ENTRY (WS-STORE-POS - 1)
005660         TO WS-REORD-ENTRY (WS-STORE-POS).
005670     SUBTRACT 1 FROM WS-STORE-POS.
005680 2130-SHIFT-ONE-SLOT-EXIT.
005690     EXIT.
005700*
005710*****************************************************************
005720*    3000 SERIES  --  SUGGESTION FILE AND REPORT DETAIL         *
005730*****************************************************************
005740 3000-WRITE-SUGGESTIONS.
005750     MOVE ZERO TO WS-PREV-VENDOR.
005760     PERFORM 3100-WRITE-ONE-FLAGGED
005770         THRU 3100-WRITE-ONE-FLAGGED-EXIT
005780         VARYING WS-RO-IX FROM 1 BY 1
005790         UNTIL WS-RO-IX > WS-FLAGGED-COUNT.
005800
005810     MOVE SPACES TO PORDSUG-RECORD.
005820     SET PS-TRAILER-REC TO TRUE.
005830     MOVE WS-VENDOR-COUNT  TO PS-TR-VENDOR-COUNT.
005840     MOVE WS-FLAGGED-COUNT TO PS-TR-ITEM-COUNT.
005850     WRITE PORDSUG-RECORD.
005860 3000-WRITE-SUGGESTIONS-EXIT.
005870     EXIT.
005880
005890 3100-WRITE-ONE-FLAGGED.
005900     IF WS-RO-VENDOR-NO (WS-RO-IX) NOT = WS-PREV-VENDOR
005910         PERFORM 3200-START-VENDOR-GROUP
005920             THRU 3200-START-VENDOR-GROUP-EXIT
005930     END-IF.
005940
005950     MOVE SPACES TO PORDSUG-RECORD.
005960     SET PS-DETAIL-REC TO TRUE.
005970     MOVE WS-RO-VENDOR-NO (WS-RO-IX)   TO PS-DT-VENDOR-NO.
005980     MOVE WS-RO-ITEM-KEY (WS-RO-IX)    TO PS-DT-ITEM-KEY.
005990     MOVE WS-RO-ITEM-DESC (WS-RO-IX)   TO PS-DT-ITEM-DESC.
006000     MOVE WS-RO-ONHAND-QTY (WS-RO-IX)  TO PS-DT-ONHAND-QTY.
006010     MOVE WS-RO-REORDER-PT (WS-RO-IX)  TO PS-DT-REORDER-PT.
006020     MOVE WS-RO-SUGGEST-QTY (WS-RO-IX) TO PS-DT-SUGGEST-QTY.
006030     WRITE PORDSUG-RECORD.
006040
006050     MOVE WS-RO-ONHAND-QTY (WS-RO-IX)  TO WS-EDIT-ONHAND.
006060     MOVE WS-RO-REORDER-PT (WS-RO-IX)  TO WS-EDIT-REORDER.
006070     MOVE WS-RO-SUGGEST-QTY (WS-RO-IX) TO WS-EDIT-SUGGEST.
006080     MOVE WS-RO-ONORDER-QTY (WS-RO-IX) TO WS-EDIT-ONORDER.
006090     MOVE SPACES TO REORRPT-LINE.
006100     STRING '  ' WS-RO-ITEM-KEY (WS-RO-IX)
006110         '  ' WS-RO-ITEM-DESC (WS-RO-IX)
006120         '  ' WS-EDIT-ONHAND
006130         '  ' WS-EDIT-REORDER
006140         '  ' WS-EDIT-SUGGEST
006150         '  ' WS-EDIT-ONORDER
006160         DELIMITED BY SIZE INTO REORRPT-LINE.
006170     WRITE REORRPT-LINE.
006180 3100-WRITE-ONE-FLAGGED-EXIT.
006190     EXIT.
006200
006210 3200-START-VENDOR-GROUP.
006220*    THE VENDOR HEADER CARRIES ITS OWN ITEM COUNT SO THE PO
006230*    SYSTEM CAN CHECK EACH GROUP ARRIVED WHOLE.  THE GROUP IS
006240*    COUNTED BY LOOKING AHEAD IN THE SORTED TABLE.
006250     MOVE WS-RO-VENDOR-NO (WS-RO-IX) TO WS-PREV-VENDOR.
006260     ADD 1 TO WS-VENDOR-COUNT.
006270     MOVE ZERO TO WS-GROUP-COUNT.
006280     PERFORM 3250-COUNT-GROUP-ITEM
006290         THRU 3250-COUNT-GROUP-ITEM-EXIT
006300         VARYING WS-RO-JX FROM WS-RO-IX BY 1
006310         UNTIL WS-RO-JX > WS-FLAGGED-COUNT
006320            OR WS-RO-VENDOR-NO (WS-RO-JX) NOT = WS-PREV-VENDOR.
006330
006340     MOVE SPACES TO PORDSUG-RECORD.
006350     SET PS-VENDOR-REC TO TRUE.
006360     MOVE WS-PREV-VENDOR TO PS-VH-VENDOR-NO.
006370     MOVE WS-GROUP-COUNT TO PS-VH-ITEM-COUNT.
006380     WRITE PORDSUG-RECORD.
006390
006400     MOVE SPACES TO REORRPT-LINE.
006410     WRITE REORRPT-LINE.
006420     MOVE SPACES TO REORRPT-LINE.
006430     STRING 'VENDOR ' WS-PREV-VENDOR
006440         '   ITEMS TO REORDER: ' WS-GROUP-COUNT
006450         DELIMITED BY SIZE INTO REORRPT-LINE.
006460     WRITE REORRPT-LINE.
006470 3200-START-VENDOR-GROUP-EXIT.
006480     EXIT.
006490
006500 3250-COUNT-GROUP-ITEM.
006510     ADD 1 TO WS-GROUP-COUNT.
006520 3250-COUNT-GROUP-ITEM-EXIT.
006530     EXIT.
006540*
006550*****************************************************************
006560*    4000 SERIES  --  REPORT TOTALS                             *
006570*****************************************************************
006580 4000-WRITE-TOTALS.
006590     MOVE SPACES TO REORRPT-LINE.
006600     WRITE REORRPT-LINE.
006610
006620     MOVE SPACES TO REORRPT-LINE.
006630     STRING 'ROWS READ ................ ' WS-ROWS-READ
006640         DELIMITED BY SIZE INTO REORRPT-LINE.
006650     WRITE REORRPT-LINE.
006660
006670     MOVE SPACES TO REORRPT-LINE.
006680     STRING 'ITEMS SUGGESTED .......... ' WS-FLAGGED-COUNT
006690         DELIMITED BY SIZE INTO REORRPT-LINE.
006700     WRITE REORRPT-LINE.
006710
006720     MOVE SPACES TO REORRPT-LINE.
006730     STRING 'VENDORS AFFECTED ......... ' WS-VENDOR-COUNT
006740         DELIMITED BY SIZE INTO REORRPT-LINE.
006750     WRITE REORRPT-LINE.
006760
006770     MOVE SPACES TO REORRPT-LINE.
006780     STRING 'COVERED BY OPEN ORDERS ... ' WS-COVERED-COUNT
006790         DELIMITED BY SIZE INTO REORRPT-LINE.
006800     WRITE REORRPT-LINE.
006810
006820     MOVE SPACES TO REORRPT-LINE.
006830     STRING 'OPEN PO LINES NETTED ..... ' WS-PO-LINES-READ
006840         DELIMITED BY SIZE INTO REORRPT-LINE.
006850     WRITE REORRPT-LINE.
006860
006870     MOVE SPACES TO REORRPT-LINE.
006880     STRING 'DISCONTINUED, NOT ORDERED  ' WS-DISCONT-COUNT
006890         DELIMITED BY SIZE INTO REORRPT-LINE.
006900     WRITE REORRPT-LINE.
006910 4000-WRITE-TOTALS-EXIT.
006920     EXIT.
006930
006940 5000-WRITE-RPT-HEADER.
006950     MOVE SPACES TO REORRPT-LINE.
006960     STRING 'ITMREORD  REORDER-POINT REPLENISHMENT REPORT'
006970         DELIMITED BY SIZE INTO REORRPT-LINE.
006980     WRITE REORRPT-LINE.
006990
007000     MOVE SPACES TO REORRPT-LINE.
007010     STRING 'RUN DATE: ' WS-CURR-DATE
007020         DELIMITED BY SIZE INTO REORRPT-LINE.
007030     WRITE REORRPT-LINE.
007040
007050     MOVE SPACES TO REORRPT-LINE.
007060     STRING '  KEY    DESCRIPTION           ONHAND  REORDER'
007070         '  SUGGEST  ON ORDER'
007080         DELIMITED BY SIZE INTO REORRPT-LINE.
007090     WRITE REORRPT-LINE.
007100 5000-WRITE-RPT-HEADER-EXIT.
007110     EXIT.
007120*
007130*****************************************************************
007140*    9000 SERIES  --  TERMINATION                               *
007150*****************************************************************
007160 9000-CLOSE-FILES.
007170     CLOSE ITEMTAB.
007180     CLOSE REORRPT.
007190     CLOSE PORDSUG.
007200     IF WS-ITEMARC-USABLE
007210         CLOSE ITEMARC
007220     END-IF.
007230 9000-CLOSE-FILES-EXIT.
007240     EXIT.
