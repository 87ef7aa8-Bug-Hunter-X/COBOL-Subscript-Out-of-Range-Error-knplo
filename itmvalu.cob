000190*    FOR REVIEW - THE SUBTOTALS AND GRAND TOTAL ALWAYS COVER    *
000200*    EVERY ROW REGARDLESS OF THE THRESHOLD.                     *
000210*                                                               *
000220*    EACH WAREHOUSE SUBTOTAL IS ALSO KEPT ON THE VALUHIST       *
000230*    HISTORY FILE UNDER THE RUN DATE, SO THE ITMGLIF GL         *
000240*    INTERFACE CAN TIE ITS POSTINGS TO THE CHANGE IN EACH       *
000250*    WAREHOUSE'S VALUE FROM ONE NIGHT TO THE NEXT.              *
000260*                                                               *
000270*****************************************************************
000280*
000290*    MODIFICATION HISTORY
000300*    ---------------------------------------------------------
000310*    DATE        BY    DESCRIPTION
000320*    ----------  ----  -----------------------------------------
000330*    2026-09-03  DRO   ORIGINAL VERSION.
000340*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000350*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000360*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000370*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000380*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000390*    2026-10-15  DRO   EACH WAREHOUSE SUBTOTAL IS NOW WRITTEN TO
000400*                      THE NEW VALUHIST HISTORY FILE (ITMVALR
000410*                      COPYBOOK) UNDER THE RUN DATE, REPLACING
000420*                      ANY ROWS FROM AN EARLIER RUN THE SAME DAY,
000430*                      FOR THE ITMGLIF GL INTERFACE TIE-OUT.  A
000440*                      FULL VALUATION TABLE MARKS THE ROWS
000450*                      INCOMPLETE.  9999-EXIT ENDS WITH GOBACK SO
000460*                      THE ITMSTRM STREAM DRIVER CAN RUN THIS
000470*                      PROGRAM AS A STEP.
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.  IBM-370.
000520 OBJECT-COMPUTER.  IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ITEMTAB ASSIGN TO 'ITEMTAB'
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS IT-ITEM-KEY
000590         ALTERNATE RECORD KEY IS IT-VENDOR-NO
000600             WITH DUPLICATES
000610         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
000620             WITH DUPLICATES
000630         ALTERNATE RECORD KEY IS IT-ITEM-DESC
000640             WITH DUPLICATES
000650         FILE STATUS IS WS-ITEMTAB-STATUS.
000660
000670     SELECT VALURPT ASSIGN TO 'VALURPT'
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-VALURPT-STATUS.
000700
000710     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RL-RECORD-KEY
000750         FILE STATUS IS WS-ITMRUNCT-STATUS.
000760
000770     SELECT OPTIONAL VALUHIST ASSIGN TO 'VALUHIST'
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS VH-HIST-KEY
000810         FILE STATUS IS WS-VALUHIST-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  ITEMTAB
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ITMTABR.
000880
000890 FD  VALURPT
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  VALURPT-LINE                PIC X(80).
000930
000940 FD  ITMRUNCT
000950     LABEL RECORDS ARE STANDARD.
000960     COPY ITMRUNC.
000970
000980 FD  VALUHIST
000990     LABEL RECORDS ARE STANDARD.
001000     COPY ITMVALR.
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-FILE-STATUSES.
001040     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001050     05  WS-VALURPT-STATUS       PIC X(02) VALUE '00'.
001060     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001070     05  WS-VALUHIST-STATUS      PIC X(02) VALUE '00'.
001080
001090 01  WS-SWITCHES.
001100     05  WS-ITEMTAB-EOF-SW       PIC X(01) VALUE 'N'.
001110         88  WS-ITEMTAB-EOF              VALUE 'Y'.
001120     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001130         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001140     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
001150         88  WS-SLOT-FOUND               VALUE 'Y'.
001160     05  WS-VALU-FULL-SW         PIC X(01) VALUE 'N'.
001170         88  WS-VALU-TABLE-FULL          VALUE 'Y'.
001180     05  WS-VALUHIST-OK-SW       PIC X(01) VALUE 'N'.
001190         88  WS-VALUHIST-USABLE          VALUE 'Y'.
001200     05  WS-VH-EOF-SW            PIC X(01) VALUE 'N'.
001210         88  WS-VH-EOF                   VALUE 'Y'.
001220
001230 01  WS-CURRENT-DATE-TIME.
001240     05  WS-CURR-DATE            PIC 9(08).
001250     05  WS-CURR-TIME.
001260         10  WS-CURR-HH          PIC 9(02).
001270         10  WS-CURR-MN          PIC 9(02).
001280         10  WS-CURR-SS          PIC 9(02).
001290         10  WS-CURR-HS          PIC 9(02).
001300
001310*    EVERY ITEMTAB ROW, HELD IN WAREHOUSE / ITEM-KEY ORDER SO
001320*    THE REPORT CAN BREAK AND SUBTOTAL ON WAREHOUSE.  ITEMTAB
001330*    COMES BACK IN ITEM-KEY ORDER, SO EACH ROW IS SLOTTED INTO
001340*    PLACE THE SAME WAY THE LOAD'S ORDERED INSERT WORKS.  THE
001350*    TABLE IS SIZED PAST THE LOAD'S 500-ITEM LIMIT BECAUSE
001360*    ITEMTAB ALSO CARRIES ROWS FROM EARLIER NIGHTS THAT
001370*    ITMPURGE HAS NOT YET AGED OUT.
001380 01  WS-VALUATION-AREA.
001390     05  WS-VALU-COUNT           PIC 9(05) VALUE ZERO.
001400     05  WS-VALU-ENTRY OCCURS 1 TO 1000 TIMES
001410                  DEPENDING ON WS-VALU-COUNT.
001420         10  WS-VA-WHSE-CD       PIC X(02).
001430         10  WS-VA-ITEM-KEY      PIC 9(05).
001440         10  WS-VA-ITEM-DESC     PIC X(20).
001450         10  WS-VA-ONHAND-QTY    PIC 9(05).
001460         10  WS-VA-UNIT-COST     PIC 9(05)V99.
001470         10  WS-VA-EXT-VALUE     PIC 9(10)V99.
001480
001490 01  WS-BREAK-TOTALS.
001500     05  WS-WHSE-ITEM-COUNT      PIC 9(05) VALUE ZERO.
001510     05  WS-WHSE-TOTAL-VALUE     PIC 9(11)V99 VALUE ZERO.
001520     05  WS-GRAND-ITEM-COUNT     PIC 9(05) VALUE ZERO.
001530     05  WS-GRAND-TOTAL-VALUE    PIC 9(12)V99 VALUE ZERO.
001540     05  WS-WHSE-COUNT           PIC 9(03) VALUE ZERO.
001550
001560 01  WS-PRINT-WORK.
001570     05  WS-EDIT-QTY             PIC ZZZZ9.
001580     05  WS-EDIT-COST            PIC ZZ,ZZ9.99.
001590     05  WS-EDIT-EXT             PIC Z,ZZZ,ZZZ,ZZ9.99.
001600     05  WS-EDIT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001610     05  WS-EDIT-GRAND           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001620
001630 01  WS-THRESHOLD-ENTERED        PIC X(09) VALUE SPACES.
001640 01  WS-THRESHOLD-ENTERED-N REDEFINES WS-THRESHOLD-ENTERED
001650                                 PIC 9(09).
001660
001670 77  WS-MAX-VALU                 PIC 9(05) VALUE 1000.
001680 77  WS-THRESHOLD-VALUE          PIC 9(09) VALUE ZERO.
001690 77  WS-ROWS-READ                PIC 9(05) VALUE ZERO.
001700 77  WS-LINES-LISTED             PIC 9(05) VALUE ZERO.
001710 77  WS-PREV-WHSE-CD             PIC X(02) VALUE SPACES.
001720 77  WS-STORE-POS                PIC 9(05) COMP VALUE ZERO.
001730 77  WS-VA-IX                    PIC 9(05) COMP VALUE ZERO.
001740 77  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
001750 77  WS-VH-CLEARED               PIC 9(03) VALUE ZERO.
001760
001770 PROCEDURE DIVISION.
001780*
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001810
001820     IF WS-ABNORMAL-RUN
001830         GO TO 9900-ABEND-EXIT
001840     END-IF.
001850
001860     PERFORM 2000-SCAN-LOOP THRU 2000-SCAN-LOOP-EXIT
001870         UNTIL WS-ITEMTAB-EOF.
001880
001890     PERFORM 3000-PRINT-VALUATION
001900         THRU 3000-PRINT-VALUATION-EXIT.
001910     PERFORM 4000-WRITE-TOTALS THRU 4000-WRITE-TOTALS-EXIT.
001920     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001930     GO TO 9999-EXIT.
001940
001950 9900-ABEND-EXIT.
001960     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001970
001980 9999-EXIT.
001990     GOBACK.
002000*
002010*****************************************************************
002020*    1000 SERIES  --  RUN INITIALIZATION                        *
002030*****************************************************************
002040 1000-INITIALIZE-RUN.
002050     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002060     ACCEPT WS-CURR-TIME FROM TIME.
002070
002080*    A BLANK ENTRY MEANS NO THRESHOLD - EVERY ITEM IS LISTED.
002090*    THE SUBTOTALS AND GRAND TOTAL COVER EVERY ROW EITHER WAY.
002100     DISPLAY 'ITMVALU - ENTER MINIMUM EXTENDED VALUE IN WHOLE '
002110         'DOLLARS (BLANK OR 0 = LIST ALL): '
002120         WITH NO ADVANCING.
002130     ACCEPT WS-THRESHOLD-ENTERED.
002140     IF WS-THRESHOLD-ENTERED = SPACES
002150         MOVE ZERO TO WS-THRESHOLD-VALUE
002160     ELSE
002170         IF WS-THRESHOLD-ENTERED-N NUMERIC
002180             MOVE WS-THRESHOLD-ENTERED-N TO WS-THRESHOLD-VALUE
002190         ELSE
002200             DISPLAY 'ITMVALU - THRESHOLD MUST BE NUMERIC'
002210             SET WS-ABNORMAL-RUN TO TRUE
002220             MOVE 16 TO RETURN-CODE
002230             GO TO 1000-INITIALIZE-RUN-EXIT
002240         END-IF
002250     END-IF.
002260
002270     OPEN OUTPUT VALURPT.
002280     IF WS-VALURPT-STATUS NOT = '00'
002290         DISPLAY 'ITMVALU - UNABLE TO OPEN VALURPT, STATUS = '
002300             WS-VALURPT-STATUS
002310         SET WS-ABNORMAL-RUN TO TRUE
002320         MOVE 16 TO RETURN-CODE
002330         GO TO 1000-INITIALIZE-RUN-EXIT
002340     END-IF.
002350
002360*    THE SAME RUN-CONTROL INTERLOCK ITMPURGE HONORS: A
002370*    VALUATION CUT WHILE ITMLOAD IS LIVE AGAINST ITEMTAB WOULD
002380*    HAND FINANCE A NUMBER FROM A HALF-LOADED TABLE.
002390     OPEN INPUT ITMRUNCT.
002400     IF WS-ITMRUNCT-STATUS = '00'
002410         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
002420         READ ITMRUNCT
002430             INVALID KEY
002440                 CONTINUE
002450             NOT INVALID KEY
002460                 IF RL-LOAD-ACTIVE
002470                     DISPLAY 'ITMVALU - ITMLOAD IS RUNNING '
002480                         'AGAINST ITEMTAB, RUN REFUSED'
002490                     SET WS-ABNORMAL-RUN TO TRUE
002500                     MOVE 8 TO RETURN-CODE
002510                 END-IF
002520         END-READ
002530     END-IF.
002540     CLOSE ITMRUNCT.
002550     IF WS-ABNORMAL-RUN
002560         GO TO 1000-INITIALIZE-RUN-EXIT
002570     END-IF.
002580
002590     OPEN INPUT ITEMTAB.
002600     IF WS-ITEMTAB-STATUS NOT = '00'
002610         DISPLAY 'ITMVALU - UNABLE TO OPEN ITEMTAB, STATUS = '
002620             WS-ITEMTAB-STATUS
002630         SET WS-ABNORMAL-RUN TO TRUE
002640         MOVE 16 TO RETURN-CODE
002650         GO TO 1000-INITIALIZE-RUN-EXIT
002660     END-IF.
002670
002680*    THE HISTORY ONLY FEEDS THE GL INTERFACE TIE-OUT, SO A
002690*    FILE THAT CANNOT BE OPENED IS REPORTED AND THE VALUATION
002700*    STILL RUNS, WITH A WARNING RETURN CODE.
002710     OPEN I-O VALUHIST.
002720     IF WS-VALUHIST-STATUS = '35'
002730         OPEN OUTPUT VALUHIST
002740         CLOSE VALUHIST
002750         OPEN I-O VALUHIST
002760     END-IF.
002770     IF WS-VALUHIST-STATUS = '00' OR
002780        WS-VALUHIST-STATUS = '05'
002790         SET WS-VALUHIST-USABLE TO TRUE
002800     ELSE
002810         DISPLAY 'ITMVALU - VALUHIST OPEN STATUS = '
002820             WS-VALUHIST-STATUS ', TOTALS NOT RECORDED'
002830         MOVE 4 TO RETURN-CODE
002840     END-IF.
002850     MOVE ZERO TO IT-ITEM-KEY.
002860     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
002870         INVALID KEY
002880             DISPLAY 'ITMVALU - ITEMTAB IS EMPTY, NOTHING '
002890                 'TO VALUE'
002900             SET WS-ITEMTAB-EOF TO TRUE
002910     END-START.
002920
002930     PERFORM 5000-WRITE-RPT-HEADER
002940         THRU 5000-WRITE-RPT-HEADER-EXIT.
002950 1000-INITIALIZE-RUN-EXIT.
002960     EXIT.
002970*
002980*****************************************************************
002990*    2000 SERIES  --  ITEMTAB SCAN                              *
003000*****************************************************************
003010 2000-SCAN-LOOP.
003020     READ ITEMTAB NEXT RECORD
003030         AT END
003040             SET WS-ITEMTAB-EOF TO TRUE
003050             GO TO 2000-SCAN-LOOP-EXIT
003060     END-READ.
003070*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
003080     IF WS-ITEMTAB-STATUS NOT = '00'
003090         SET WS-ITEMTAB-EOF TO TRUE
003100         GO TO 2000-SCAN-LOOP-EXIT
003110     END-IF.
003120     ADD 1 TO WS-ROWS-READ.
003130
003140     IF WS-VALU-COUNT >= WS-MAX-VALU
003150         DISPLAY 'ITMVALU - VALUATION TABLE FULL, ITEM '
003160             IT-ITEM-KEY ' AND BEYOND NOT VALUED'
003170         SET WS-ITEMTAB-EOF TO TRUE
003180         SET WS-VALU-TABLE-FULL TO TRUE
003190         MOVE 4 TO RETURN-CODE
003200         GO TO 2000-SCAN-LOOP-EXIT
003210     END-IF.
003220
003230     PERFORM 2100-STORE-ITEM THRU 2100-STORE-ITEM-EXIT.
003240 2000-SCAN-LOOP-EXIT.
003250     EXIT.
003260
003270 2100-STORE-ITEM.
003280     PERFORM 2120-MAKE-INSERT-SLOT
003290         THRU 2120-MAKE-INSERT-SLOT-EXIT.
003300     MOVE IT-WAREHOUSE-CD TO WS-VA-WHSE-CD (WS-STORE-POS).
003310     MOVE IT-ITEM-KEY     TO WS-VA-ITEM-KEY (WS-STORE-POS).
003320     MOVE IT-ITEM-DESC    TO WS-VA-ITEM-DESC (WS-STORE-POS).
003330     MOVE IT-ONHAND-QTY   TO WS-VA-ONHAND-QTY (WS-STORE-POS).
003340     MOVE IT-UNIT-COST    TO WS-VA-UNIT-COST (WS-STORE-POS).
003350     COMPUTE WS-VA-EXT-VALUE (WS-STORE-POS) =
003360         IT-UNIT-COST * IT-ONHAND-QTY.
003370 2100-STORE-ITEM-EXIT.
003380     EXIT.
003390
003400 2120-MAKE-INSERT-SLOT.
003410     ADD 1 TO WS-VALU-COUNT.
003420     MOVE WS-VALU-COUNT TO WS-STORE-POS.
003430     MOVE 'N' TO WS-SLOT-SW.
003440     PERFORM 2130-SHIFT-ONE-SLOT
003450         THRU 2130-SHIFT-ONE-SLOT-EXIT
003460         UNTIL WS-SLOT-FOUND.
003470 2120-MAKE-INSERT-SLOT-EXIT.
003480     EXIT.
003490
003500 2130-SHIFT-ONE-SLOT.
003510     IF WS-STORE-POS = 1
003520         SET WS-SLOT-FOUND TO TRUE
003530         GO TO 2130-SHIFT-ONE-SLOT-EXIT
003540     END-IF.
003550     IF WS-VA-WHSE-CD (WS-STORE-POS - 1) < IT-WAREHOUSE-CD
003560         SET WS-SLOT-FOUND TO TRUE
003570         GO TO 2130-SHIFT-ONE-SLOT-EXIT
003580     END-IF.
003590     IF WS-VA-WHSE-CD (WS-STORE-POS - 1) = IT-WAREHOUSE-CD
003600      AND WS-VA-ITEM-KEY (WS-STORE-POS - 1) < IT-ITEM-KEY
003610         SET WS-SLOT-FOUND TO TRUE
003620         GO TO 2130-SHIFT-ONE-SLOT-EXIT
003630     END-IF.
003640     MOVE WS-VALU-ENTRY (WS-STORE-POS - 1)
003650         TO WS-VALU-ENTRY (WS-STORE-POS).
003660     SUBTRACT 1 FROM WS-STORE-POS.
003670 2130-SHIFT-ONE-SLOT-EXIT.
003680     EXIT.
003690*
003700*****************************************************************
003710*    3000 SERIES  --  WAREHOUSE BREAK REPORT                    *
003720*****************************************************************
003730 3000-PRINT-VALUATION.
003740     IF WS-VALUHIST-USABLE
003750         PERFORM 3050-CLEAR-TODAYS-HISTORY
003760             THRU 3050-CLEAR-TODAYS-HISTORY-EXIT
003770     END-IF.
003780     MOVE SPACES TO WS-PREV-WHSE-CD.
003790     PERFORM 3100-PRINT-ONE-ITEM
003800         THRU 3100-PRINT-ONE-ITEM-EXIT
003810         VARYING WS-VA-IX FROM 1 BY 1
003820         UNTIL WS-VA-IX > WS-VALU-COUNT.
003830     IF WS-VALU-COUNT > ZERO
003840         PERFORM 3300-WRITE-WHSE-SUBTOTAL
003850             THRU 3300-WRITE-WHSE-SUBTOTAL-EXIT
003860     END-IF.
003870 3000-PRINT-VALUATION-EXIT.
003880     EXIT.
003890
003900 3050-CLEAR-TODAYS-HISTORY.
003910*    A SECOND RUN ON THE SAME DAY REPLACES THE FIRST.  ITS
003920*    ROWS ARE REMOVED BEFORE ANY ARE WRITTEN, SO A WAREHOUSE
003930*    THAT HAS SINCE EMPTIED DOES NOT KEEP AN OLD TOTAL.
003940     MOVE WS-CURR-DATE TO VH-RUN-DATE.
003950     MOVE LOW-VALUES   TO VH-WAREHOUSE-CD.
003960     MOVE 'N' TO WS-VH-EOF-SW.
003970     START VALUHIST KEY IS NOT LESS THAN VH-HIST-KEY
003980         INVALID KEY
003990             SET WS-VH-EOF TO TRUE
004000     END-START.
004010     PERFORM 3060-CLEAR-ONE-ROW THRU 3060-CLEAR-ONE-ROW-EXIT
004020         UNTIL WS-VH-EOF.
004030     IF WS-VH-CLEARED > ZERO
004040         DISPLAY 'ITMVALU - ' WS-VH-CLEARED ' VALUHIST ROWS FROM '
004050             'AN EARLIER RUN TODAY REPLACED'
004060     END-IF.
004070 3050-CLEAR-TODAYS-HISTORY-EXIT.
004080     EXIT.
004090
004100 3060-CLEAR-ONE-ROW.
004110     READ VALUHIST NEXT RECORD
004120         AT END
004130             SET WS-VH-EOF TO TRUE
004140             GO TO 3060-CLEAR-ONE-ROW-EXIT
004150     END-READ.
004160*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
004170     IF WS-VALUHIST-STATUS NOT = '00'
004180         SET WS-VH-EOF TO TRUE
004190         GO TO 3060-CLEAR-ONE-ROW-EXIT
004200     END-IF.
004210     IF VH-RUN-DATE NOT = WS-CURR-DATE
004220         SET WS-VH-EOF TO TRUE
004230         GO TO 3060-CLEAR-ONE-ROW-EXIT
004240     END-IF.
004250     DELETE VALUHIST RECORD
004260         INVALID KEY
004270             DISPLAY 'ITMVALU - UNABLE TO REMOVE VALUHIST ROW '
004280                 VH-HIST-KEY ', STATUS = ' WS-VALUHIST-STATUS
004290         NOT INVALID KEY
004300             ADD 1 TO WS-VH-CLEARED
004310     END-DELETE.
004320 3060-CLEAR-ONE-ROW-EXIT.
004330     EXIT.
004340
004350 3100-PRINT-ONE-ITEM.
004360     IF WS-VA-WHSE-CD (WS-VA-IX) NOT = WS-PREV-WHSE-CD
004370         IF WS-VA-IX > 1
004380             PERFORM 3300-WRITE-WHSE-SUBTOTAL
004390                 THRU 3300-WRITE-WHSE-SUBTOTAL-EXIT
004400         END-IF
004410         PERFORM 3200-START-WHSE-GROUP
004420             THRU 3200-START-WHSE-GROUP-EXIT
004430     END-IF.
004440
004450     ADD 1 TO WS-WHSE-ITEM-COUNT.
004460     ADD 1 TO WS-GRAND-ITEM-COUNT.
004470     ADD WS-VA-EXT-VALUE (WS-VA-IX) TO WS-WHSE-TOTAL-VALUE.
004480     ADD WS-VA-EXT-VALUE (WS-VA-IX) TO WS-GRAND-TOTAL-VALUE.
004490
004500*    THE THRESHOLD ONLY GATES THE DETAIL LINE - THE ITEM HAS
004510*    ALREADY BEEN COUNTED INTO EVERY TOTAL ABOVE.
004520     IF WS-VA-EXT-VALUE (WS-VA-IX) < WS-THRESHOLD-VALUE
004530         GO TO 3100-PRINT-ONE-ITEM-EXIT
004540     END-IF.
004550
004560     MOVE WS-VA-ONHAND-QTY (WS-VA-IX) TO WS-EDIT-QTY.
004570     MOVE WS-VA-UNIT-COST (WS-VA-IX)  TO WS-EDIT-COST.
004580     MOVE WS-VA-EXT-VALUE (WS-VA-IX)  TO WS-EDIT-EXT.
004590     MOVE SPACES TO VALURPT-LINE.
004600     STRING '  ' WS-VA-ITEM-KEY (WS-VA-IX)
004610         '  ' WS-VA-ITEM-DESC (WS-VA-IX)
004620         '  ' WS-EDIT-QTY
004630         '  ' WS-EDIT-COST
004640         '  ' WS-EDIT-EXT
004650         DELIMITED BY SIZE INTO VALURPT-LINE.
004660     WRITE VALURPT-LINE.
004670     ADD 1 TO WS-LINES-LISTED.
004680 3100-PRINT-ONE-ITEM-EXIT.
004690     EXIT.
004700
004710 3200-START-WHSE-GROUP.
004720     MOVE WS-VA-WHSE-CD (WS-VA-IX) TO WS-PREV-WHSE-CD.
004730     ADD 1 TO WS-WHSE-COUNT.
004740     MOVE ZERO TO WS-WHSE-ITEM-COUNT.
004750     MOVE ZERO TO WS-WHSE-TOTAL-VALUE.
004760
004770     MOVE SPACES TO VALURPT-LINE.
004780     WRITE VALURPT-LINE.
004790     MOVE SPACES TO VALURPT-LINE.
004800     STRING 'WAREHOUSE ' WS-PREV-WHSE-CD
004810         DELIMITED BY SIZE INTO VALURPT-LINE.
004820     WRITE VALURPT-LINE.
004830 3200-START-WHSE-GROUP-EXIT.
004840     EXIT.
004850
004860 3300-WRITE-WHSE-SUBTOTAL.
004870     MOVE WS-WHSE-TOTAL-VALUE TO WS-EDIT-TOTAL.
004880     MOVE SPACES TO VALURPT-LINE.
004890     STRING 'WAREHOUSE ' WS-PREV-WHSE-CD
004900         ' TOTAL:  ITEMS ' WS-WHSE-ITEM-COUNT
004910         '  VALUE ' WS-EDIT-TOTAL
004920         DELIMITED BY SIZE INTO VALURPT-LINE.
004930     WRITE VALURPT-LINE.
004940     IF WS-VALUHIST-USABLE
004950         PERFORM 3310-RECORD-WHSE-VALUE
004960             THRU 3310-RECORD-WHSE-VALUE-EXIT
004970     END-IF.
004980 3300-WRITE-WHSE-SUBTOTAL-EXIT.
004990     EXIT.
005000
005010 3310-RECORD-WHSE-VALUE.
005020     MOVE SPACES              TO VALUHIST-RECORD.
005030     MOVE WS-CURR-DATE        TO VH-RUN-DATE.
005040     MOVE WS-PREV-WHSE-CD     TO VH-WAREHOUSE-CD.
005050     MOVE WS-CURR-TIME (1:6)  TO VH-RUN-TIME.
005060     MOVE WS-WHSE-ITEM-COUNT  TO VH-ITEM-COUNT.
005070     MOVE WS-WHSE-TOTAL-VALUE TO VH-TOTAL-VALUE.
005080     IF WS-VALU-TABLE-FULL
005090         MOVE 'N' TO VH-COMPLETE-SW
005100     ELSE
005110         SET VH-COMPLETE TO TRUE
005120     END-IF.
005130     WRITE VALUHIST-RECORD
005140         INVALID KEY
005150             DISPLAY 'ITMVALU - UNABLE TO RECORD VALUHIST ROW '
005160                 VH-HIST-KEY ', STATUS = ' WS-VALUHIST-STATUS
005170             MOVE 4 TO RETURN-CODE
005180     END-WRITE.
005190 3310-RECORD-WHSE-VALUE-EXIT.
005200     EXIT.
005210*
005220*****************************************************************
005230*    4000 SERIES  --  REPORT TOTALS                             *
005240*****************************************************************
005250 4000-WRITE-TOTALS.
005260     MOVE SPACES TO VALURPT-LINE.
005270     WRITE VALURPT-LINE.
005280
005290     MOVE SPACES TO VALURPT-LINE.
005300     STRING 'ROWS READ ................ ' WS-ROWS-READ
005310         DELIMITED BY SIZE INTO VALURPT-LINE.
005320     WRITE VALURPT-LINE.
005330
005340     MOVE SPACES TO VALURPT-LINE.
005350     STRING 'ITEMS VALUED ............. ' WS-GRAND-ITEM-COUNT
005360         DELIMITED BY SIZE INTO VALURPT-LINE.
005370     WRITE VALURPT-LINE.
005380
005390     MOVE SPACES TO VALURPT-LINE.
005400     STRING 'DETAIL LINES LISTED ...... ' WS-LINES-LISTED
005410         DELIMITED BY SIZE INTO VALURPT-LINE.
005420     WRITE VALURPT-LINE.
005430
005440     MOVE SPACES TO VALURPT-LINE.
005450     STRING 'WAREHOUSES ............... ' WS-WHSE-COUNT
005460         DELIMITED BY SIZE INTO VALURPT-LINE.
005470     WRITE VALURPT-LINE.
005480
005490     MOVE WS-GRAND-TOTAL-VALUE TO WS-EDIT-GRAND.
005500     MOVE SPACES TO VALURPT-LINE.
005510     STRING 'GRAND TOTAL VALUE ........ ' WS-EDIT-GRAND
005520         DELIMITED BY SIZE INTO VALURPT-LINE.
005530     WRITE VALURPT-LINE.
005540 4000-WRITE-TOTALS-EXIT.
005550     EXIT.
005560
005570 5000-WRITE-RPT-HEADER.
005580     MOVE SPACES TO VALURPT-LINE.
005590     STRING 'ITMVALU  INVENTORY VALUATION BY WAREHOUSE'
005600         DELIMITED BY SIZE INTO VALURPT-LINE.
005610     WRITE VALURPT-LINE.
005620
005630     MOVE SPACES TO VALURPT-LINE.
005640     STRING 'RUN DATE: ' WS-CURR-DATE
005650         '   DETAIL THRESHOLD: ' WS-THRESHOLD-VALUE
005660         DELIMITED BY SIZE INTO VALURPT-LINE.
005670     WRITE VALURPT-LINE.
005680
005690     MOVE SPACES TO VALURPT-LINE.
005700     STRING '  KEY    DESCRIPTION            QTY   UNIT COST'
005710         '    EXTENDED VALUE'
005720         DELIMITED BY SIZE INTO VALURPT-LINE.
005730     WRITE VALURPT-LINE.
005740 5000-WRITE-RPT-HEADER-EXIT.
005750     EXIT.
005760*
005770*****************************************************************
005780*    9000 SERIES  --  TERMINATION                               *
005790*****************************************************************
005800 9000-CLOSE-FILES.
005810     CLOSE ITEMTAB.
005820     CLOSE VALURPT.
005830     IF WS-VALUHIST-USABLE
005840         CLOSE VALUHIST
005850     END-IF.
005860 9000-CLOSE-FILES-EXIT.
005870     EXIT.
