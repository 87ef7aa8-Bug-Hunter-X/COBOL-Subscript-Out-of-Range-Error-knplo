000310*    DATE        BY    DESCRIPTION
000320*    ----------  ----  -----------------------------------------
000330*    2026-09-03  DRO   ORIGINAL VERSION.
000340*    2026-10-15  DRO   9999-EXIT ENDS WITH GOBACK INSTEAD OF
000350*                      STOP RUN, SO THE NEW ITMSTRM NIGHTLY
000360*                      STREAM DRIVER CAN CALL THIS PROGRAM AS
000370*                      A STEP AND READ ITS RETURN CODE.  RUN
000380*                      ON ITS OWN IT ENDS EXACTLY AS BEFORE.
000390*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000400*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000410*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000420*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000430*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ITEMOUT ASSIGN TO 'ITEMOUT'
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-ITEMOUT-STATUS.
000540
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
000670     SELECT OPTIONAL ITEMRPT ASSIGN TO 'ITEMRPT'
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-ITEMRPT-STATUS.
000700
000710     SELECT BALRPT ASSIGN TO 'BALRPT'
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-BALRPT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ITEMOUT
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY ITMOUTR.
000810
000820 FD  ITEMTAB
000830     LABEL RECORDS ARE STANDARD.
000840     COPY ITMTABR.
000850
000860 FD  ITEMRPT
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  ITEMRPT-LINE                PIC X(80).
000900
000910 FD  BALRPT
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  BALRPT-LINE                 PIC X(80).
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-FILE-STATUSES.
000980     05  WS-ITEMOUT-STATUS       PIC X(02) VALUE '00'.
000990     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001000     05  WS-ITEMRPT-STATUS       PIC X(02) VALUE '00'.
001010     05  WS-BALRPT-STATUS        PIC X(02) VALUE '00'.
001020
001030 01  WS-SWITCHES.
001040     05  WS-ITEMOUT-EOF-SW       PIC X(01) VALUE 'N'.
001050         88  WS-ITEMOUT-EOF              VALUE 'Y'.
001060     05  WS-ITEMTAB-EOF-SW       PIC X(01) VALUE 'N'.
001070         88  WS-ITEMTAB-EOF              VALUE 'Y'.
001080     05  WS-ITEMRPT-EOF-SW       PIC X(01) VALUE 'N'.
001090         88  WS-ITEMRPT-EOF              VALUE 'Y'.
001100     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001110         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001120     05  WS-RPT-COUNT-SW         PIC X(01) VALUE 'N'.
001130         88  WS-RPT-COUNT-FOUND          VALUE 'Y'.
001140     05  WS-BALANCE-SW           PIC X(01) VALUE 'Y'.
001150         88  WS-IN-BALANCE               VALUE 'Y'.
001160         88  WS-OUT-OF-BALANCE           VALUE 'N'.
001170
001180 01  WS-CURRENT-DATE-TIME.
001190     05  WS-CURR-DATE            PIC 9(08).
001200     05  WS-CURR-TIME.
001210         10  WS-CURR-HH          PIC 9(02).
001220         10  WS-CURR-MN          PIC 9(02).
001230         10  WS-CURR-SS          PIC 9(02).
001240         10  WS-CURR-HS          PIC 9(02).
001250
001260 01  WS-ITEMOUT-TOTALS.
001270     05  WS-OUT-COUNT            PIC 9(05) VALUE ZERO.
001280     05  WS-OUT-COST-SUM         PIC 9(11)V99 VALUE ZERO.
001290     05  WS-OUT-QTY-SUM          PIC 9(09) VALUE ZERO.
001300
001310 01  WS-ITEMTAB-TOTALS.
001320     05  WS-TAB-COUNT            PIC 9(05) VALUE ZERO.
001330     05  WS-TAB-COST-SUM         PIC 9(11)V99 VALUE ZERO.
001340     05  WS-TAB-QTY-SUM          PIC 9(09) VALUE ZERO.
001350
001360 01  WS-RPT-COUNT-WORK.
001370     05  WS-RPT-LOADED-X         PIC X(05) VALUE SPACES.
001380     05  WS-RPT-LOADED-N REDEFINES WS-RPT-LOADED-X
001390                                 PIC 9(05).
001400
001410 01  WS-PRINT-WORK.
001420     05  WS-EDIT-COST-SUM        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001430     05  WS-EDIT-QTY-SUM         PIC ZZZ,ZZZ,ZZ9.
001440
001450 77  WS-LATEST-LOAD-DATE         PIC 9(08) VALUE ZERO.
001460 77  WS-MISMATCH-COUNT           PIC 9(03) VALUE ZERO.
001470
001480 PROCEDURE DIVISION.
001490*
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001520
001530     IF WS-ABNORMAL-RUN
001540         GO TO 9900-ABEND-EXIT
001550     END-IF.
001560
001570     PERFORM 2000-TOTAL-ITEMOUT THRU 2000-TOTAL-ITEMOUT-EXIT.
001580     PERFORM 3000-TOTAL-ITEMTAB THRU 3000-TOTAL-ITEMTAB-EXIT.
001590     PERFORM 4000-READ-CONTROL-RPT
001600         THRU 4000-READ-CONTROL-RPT-EXIT.
001610     PERFORM 5000-COMPARE-TOTALS THRU 5000-COMPARE-TOTALS-EXIT.
001620     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001630     GO TO 9999-EXIT.
001640
001650 9900-ABEND-EXIT.
001660     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001670
001680 9999-EXIT.
001690     GOBACK.
001700*
001710*****************************************************************
001720*    1000 SERIES  --  RUN INITIALIZATION                        *
001730*****************************************************************
001740 1000-INITIALIZE-RUN.
001750     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001760     ACCEPT WS-CURR-TIME FROM TIME.
001770
001780     OPEN OUTPUT BALRPT.
001790     IF WS-BALRPT-STATUS NOT = '00'
001800         DISPLAY 'ITMBAL - UNABLE TO OPEN BALRPT, STATUS = '
001810             WS-BALRPT-STATUS
001820         SET WS-ABNORMAL-RUN TO TRUE
001830         MOVE 16 TO RETURN-CODE
001840         GO TO 1000-INITIALIZE-RUN-EXIT
001850     END-IF.
001860
001870     OPEN INPUT ITEMOUT.
001880     IF WS-ITEMOUT-STATUS NOT = '00'
001890         DISPLAY 'ITMBAL - UNABLE TO OPEN ITEMOUT, STATUS = '
001900             WS-ITEMOUT-STATUS
001910         SET WS-ABNORMAL-RUN TO TRUE
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 1000-INITIALIZE-RUN-EXIT
001940     END-IF.
001950
001960     OPEN INPUT ITEMTAB.
001970     IF WS-ITEMTAB-STATUS NOT = '00'
001980         DISPLAY 'ITMBAL - UNABLE TO OPEN ITEMTAB, STATUS = '
001990             WS-ITEMTAB-STATUS
002000         SET WS-ABNORMAL-RUN TO TRUE
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 1000-INITIALIZE-RUN-EXIT
002030     END-IF.
002040
002050     PERFORM 6000-WRITE-RPT-HEADER
002060         THRU 6000-WRITE-RPT-HEADER-EXIT.
002070 1000-INITIALIZE-RUN-EXIT.
002080     EXIT.
002090*
002100*****************************************************************
002110*    2000 SERIES  --  ITEMOUT COUNT AND HASH TOTALS             *
002120*****************************************************************
002130 2000-TOTAL-ITEMOUT.
002140     PERFORM 2100-TOTAL-ONE-OUT-REC
002150         THRU 2100-TOTAL-ONE-OUT-REC-EXIT
002160         UNTIL WS-ITEMOUT-EOF.
002170 2000-TOTAL-ITEMOUT-EXIT.
002180     EXIT.
002190
002200 2100-TOTAL-ONE-OUT-REC.
002210     READ ITEMOUT
002220         AT END
002230             SET WS-ITEMOUT-EOF TO TRUE
002240             GO TO 2100-TOTAL-ONE-OUT-REC-EXIT
002250     END-READ.
002260*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT - AND
002270*    WHAT WAS TOTALLED SO FAR WILL SIMPLY FAIL THE BALANCE,
002280*    WHICH IS THE RIGHT OUTCOME FOR A FILE THAT WILL NOT READ.
002290     IF WS-ITEMOUT-STATUS NOT = '00'
002300         SET WS-ITEMOUT-EOF TO TRUE
002310         GO TO 2100-TOTAL-ONE-OUT-REC-EXIT
002320     END-IF.
002330     ADD 1 TO WS-OUT-COUNT.
002340     IF IO-UNIT-COST NUMERIC
002350         ADD IO-UNIT-COST TO WS-OUT-COST-SUM
002360     END-IF.
002370     IF IO-ONHAND-QTY NUMERIC
002380         ADD IO-ONHAND-QTY TO WS-OUT-QTY-SUM
002390     END-IF.
002400 2100-TOTAL-ONE-OUT-REC-EXIT.
002410     EXIT.
002420*
002430*****************************************************************
002440*    3000 SERIES  --  ITEMTAB COUNT AND HASH TOTALS             *
002450*****************************************************************
002460 3000-TOTAL-ITEMTAB.
002470*    ITEMTAB ALSO CARRIES LEFTOVER ROWS FROM EARLIER NIGHTS
002480*    THAT ITMPURGE HAS NOT AGED OUT; ONLY THE ROWS STAMPED
002490*    WITH THE LATEST LOAD DATE ON FILE ARE TONIGHT'S LOAD AND
002500*    ONLY THOSE BELONG IN THE BALANCE AGAINST ITEMOUT.  THE
002510*    DATE IS FOUND ON A FIRST SCAN, THE SAME WAY THE LOAD'S
002520*    OWN PRIOR-DATE CAPTURE WORKS, THEN THE TOTALS ARE TAKEN
002530*    ON A SECOND.
002540     MOVE ZERO TO IT-ITEM-KEY.
002550     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
002560         INVALID KEY
002570             SET WS-ITEMTAB-EOF TO TRUE
002580     END-START.
002590     PERFORM 3100-SCAN-FOR-LATEST-DATE
002600         THRU 3100-SCAN-FOR-LATEST-DATE-EXIT
002610         UNTIL WS-ITEMTAB-EOF.
002620
002630     MOVE 'N' TO WS-ITEMTAB-EOF-SW.
002640     MOVE ZERO TO IT-ITEM-KEY.
002650     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
002660         INVALID KEY
002670             SET WS-ITEMTAB-EOF TO TRUE
002680     END-START.
002690     PERFORM 3200-TOTAL-ONE-TAB-ROW
002700         THRU 3200-TOTAL-ONE-TAB-ROW-EXIT
002710         UNTIL WS-ITEMTAB-EOF.
002720 3000-TOTAL-ITEMTAB-EXIT.
002730     EXIT.
002740
002750 3100-SCAN-FOR-LATEST-DATE.
002760     READ ITEMTAB NEXT RECORD
002770         AT END
002780             SET WS-ITEMTAB-EOF TO TRUE
002790             GO TO 3100-SCAN-FOR-LATEST-DATE-EXIT
002800     END-READ.
002810*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
002820     IF WS-ITEMTAB-STATUS NOT = '00'
002830         SET WS-ITEMTAB-EOF TO TRUE
002840         GO TO 3100-SCAN-FOR-LATEST-DATE-EXIT
002850     END-IF.
002860     IF IT-LOAD-DATE > WS-LATEST-LOAD-DATE
002870         MOVE IT-LOAD-DATE TO WS-LATEST-LOAD-DATE
002880     END-IF.
002890 3100-SCAN-FOR-LATEST-DATE-EXIT.
002900     EXIT.
002910
002920 3200-TOTAL-ONE-TAB-ROW.
002930     READ ITEMTAB NEXT RECORD
002940         AT END
002950             SET WS-ITEMTAB-EOF TO TRUE
002960             GO TO 3200-TOTAL-ONE-TAB-ROW-EXIT
002970     END-READ.
002980     IF WS-ITEMTAB-STATUS NOT = '00'
002990         SET WS-ITEMTAB-EOF TO TRUE
003000         GO TO 3200-TOTAL-ONE-TAB-ROW-EXIT
003010     END-IF.
003020     IF IT-LOAD-DATE NOT = WS-LATEST-LOAD-DATE
003030         GO TO 3200-TOTAL-ONE-TAB-ROW-EXIT
003040     END-IF.
003050     ADD 1 TO WS-TAB-COUNT.
003060     IF IT-UNIT-COST NUMERIC
003070         ADD IT-UNIT-COST TO WS-TAB-COST-SUM
003080     END-IF.
003090     IF IT-ONHAND-QTY NUMERIC
003100         ADD IT-ONHAND-QTY TO WS-TAB-QTY-SUM
003110     END-IF.
003120 3200-TOTAL-ONE-TAB-ROW-EXIT.
003130     EXIT.
003140*
003150*****************************************************************
003160*    4000 SERIES  --  LOAD CONTROL REPORT COUNT                 *
003170*****************************************************************
003180 4000-READ-CONTROL-RPT.
003190*    THE LOAD'S CONTROL REPORT CARRIES THE COUNT THE LOAD
003200*    BELIEVES IT LOADED, ON ITS FIXED-FORMAT ITEMS LOADED
003210*    LINE.  THE REPORT IS OPTIONAL INPUT - WHEN IT IS NOT
003220*    SUPPLIED THE TWO FILES ARE STILL BALANCED AGAINST EACH
003230*    OTHER AND THE REPORT SAYS THE THIRD LEG WAS SKIPPED.
003240     OPEN INPUT ITEMRPT.
003250     IF WS-ITEMRPT-STATUS NOT = '00'
003260         CLOSE ITEMRPT
003270         GO TO 4000-READ-CONTROL-RPT-EXIT
003280     END-IF.
003290     PERFORM 4100-SCAN-ONE-RPT-LINE
003300         THRU 4100-SCAN-ONE-RPT-LINE-EXIT
003310         UNTIL WS-ITEMRPT-EOF.
003320     CLOSE ITEMRPT.
003330 4000-READ-CONTROL-RPT-EXIT.
003340     EXIT.
003350
003360 4100-SCAN-ONE-RPT-LINE.
003370     READ ITEMRPT
003380         AT END
003390             SET WS-ITEMRPT-EOF TO TRUE
003400             GO TO 4100-SCAN-ONE-RPT-LINE-EXIT
003410     END-READ.
003420     IF WS-ITEMRPT-STATUS NOT = '00'
003430         SET WS-ITEMRPT-EOF TO TRUE
003440         GO TO 4100-SCAN-ONE-RPT-LINE-EXIT
003450     END-IF.
003460*    THE COUNT SITS IN COLUMNS 28-32 OF THE ITEMS LOADED LINE,
003470*    DIRECTLY AFTER THE DOT LEADER 5000-WRITE-SUMMARY-RPT IN
003480*    THE LOAD STRINGS AHEAD OF IT.
003490     IF ITEMRPT-LINE (1:12) = 'ITEMS LOADED'
003500         MOVE ITEMRPT-LINE (28:5) TO WS-RPT-LOADED-X
003510         IF WS-RPT-LOADED-N NUMERIC
003520             SET WS-RPT-COUNT-FOUND TO TRUE
003530         END-IF
003540     END-IF.
003550 4100-SCAN-ONE-RPT-LINE-EXIT.
003560     EXIT.
003570*
003580*****************************************************************
003590*    5000 SERIES  --  COMPARISON AND VERDICT                    *
003600*****************************************************************
003610 5000-COMPARE-TOTALS.
003620     PERFORM 5100-WRITE-TOTAL-LINES
003630         THRU 5100-WRITE-TOTAL-LINES-EXIT.
003640
003650     IF WS-OUT-COUNT NOT = WS-TAB-COUNT
003660         MOVE 'RECORD COUNTS DISAGREE' TO BALRPT-LINE
003670         PERFORM 5200-FLAG-MISMATCH
003680             THRU 5200-FLAG-MISMATCH-EXIT
003690     END-IF.
003700     IF WS-OUT-COST-SUM NOT = WS-TAB-COST-SUM
003710         MOVE 'UNIT COST HASH TOTALS DISAGREE' TO BALRPT-LINE
003720         PERFORM 5200-FLAG-MISMATCH
003730             THRU 5200-FLAG-MISMATCH-EXIT
003740     END-IF.
003750     IF WS-OUT-QTY-SUM NOT = WS-TAB-QTY-SUM
003760         MOVE 'ON-HAND QTY HASH TOTALS DISAGREE' TO BALRPT-LINE
003770         PERFORM 5200-FLAG-MISMATCH
003780             THRU 5200-FLAG-MISMATCH-EXIT
003790     END-IF.
003800
003810     IF WS-RPT-COUNT-FOUND
003820         IF WS-RPT-LOADED-N NOT = WS-OUT-COUNT
003830             MOVE 'CONTROL REPORT COUNT DISAGREES WITH ITEMOUT'
003840                 TO BALRPT-LINE
003850             PERFORM 5200-FLAG-MISMATCH
003860                 THRU 5200-FLAG-MISMATCH-EXIT
003870         END-IF
003880     ELSE
003890         MOVE SPACES TO BALRPT-LINE
003900         STRING 'CONTROL REPORT COUNT NOT AVAILABLE - FILES '
003910             'BALANCED AGAINST EACH OTHER ONLY'
003920             DELIMITED BY SIZE INTO BALRPT-LINE
003930         WRITE BALRPT-LINE
003940         IF RETURN-CODE < 4
003950             MOVE 4 TO RETURN-CODE
003960         END-IF
003970     END-IF.
003980
003990     MOVE SPACES TO BALRPT-LINE.
004000     IF WS-IN-BALANCE
004010         STRING 'IN BALANCE - DOWNSTREAM JOBS MAY PROCEED'
004020             DELIMITED BY SIZE INTO BALRPT-LINE
004030         DISPLAY 'ITMBAL - IN BALANCE'
004040     ELSE
004050         STRING 'OUT OF BALANCE - HOLD DOWNSTREAM JOBS, RC=08'
004060             DELIMITED BY SIZE INTO BALRPT-LINE
004070         DISPLAY 'ITMBAL - OUT OF BALANCE, ' WS-MISMATCH-COUNT
004080             ' MISMATCHES'
004090         IF RETURN-CODE < 8
004100             MOVE 8 TO RETURN-CODE
004110         END-IF
004120     END-IF.
004130     WRITE BALRPT-LINE.
004140 5000-COMPARE-TOTALS-EXIT.
004150     EXIT.
004160
004170 5100-WRITE-TOTAL-LINES.
004180     MOVE SPACES TO BALRPT-LINE.
004190     STRING 'LATEST LOAD DATE ......... ' WS-LATEST-LOAD-DATE
004200         DELIMITED BY SIZE INTO BALRPT-LINE.
004210     WRITE BALRPT-LINE.
004220
004230     MOVE SPACES TO BALRPT-LINE.
004240     STRING 'ITEMOUT RECORDS .......... ' WS-OUT-COUNT
004250         DELIMITED BY SIZE INTO BALRPT-LINE.
004260     WRITE BALRPT-LINE.
004270
004280     MOVE WS-OUT-COST-SUM TO WS-EDIT-COST-SUM.
004290     MOVE WS-OUT-QTY-SUM  TO WS-EDIT-QTY-SUM.
004300     MOVE SPACES TO BALRPT-LINE.
004310     STRING 'ITEMOUT COST / QTY HASH .. ' WS-EDIT-COST-SUM
004320         ' / ' WS-EDIT-QTY-SUM
004330         DELIMITED BY SIZE INTO BALRPT-LINE.
004340     WRITE BALRPT-LINE.
004350
004360     MOVE SPACES TO BALRPT-LINE.
004370     STRING 'ITEMTAB ROWS (TONIGHT) ... ' WS-TAB-COUNT
004380         DELIMITED BY SIZE INTO BALRPT-LINE.
004390     WRITE BALRPT-LINE.
004400
004410     MOVE WS-TAB-COST-SUM TO WS-EDIT-COST-SUM.
004420     MOVE WS-TAB-QTY-SUM  TO WS-EDIT-QTY-SUM.
004430     MOVE SPACES TO BALRPT-LINE.
004440     STRING 'ITEMTAB COST / QTY HASH .. ' WS-EDIT-COST-SUM
004450         ' / ' WS-EDIT-QTY-SUM
004460         DELIMITED BY SIZE INTO BALRPT-LINE.
004470     WRITE BALRPT-LINE.
004480
004490     IF WS-RPT-COUNT-FOUND
004500         MOVE SPACES TO BALRPT-LINE
004510         STRING 'CONTROL REPORT LOADED .... ' WS-RPT-LOADED-N
004520             DELIMITED BY SIZE INTO BALRPT-LINE
004530         WRITE BALRPT-LINE
004540     END-IF.
004550
004560     MOVE SPACES TO BALRPT-LINE.
004570     WRITE BALRPT-LINE.
004580 5100-WRITE-TOTAL-LINES-EXIT.
004590     EXIT.
004600
004610 5200-FLAG-MISMATCH.
004620*    THE CALLER LEAVES THE MISMATCH TEXT IN THE PRINT LINE.
004630     WRITE BALRPT-LINE.
004640     SET WS-OUT-OF-BALANCE TO TRUE.
004650     ADD 1 TO WS-MISMATCH-COUNT.
004660 5200-FLAG-MISMATCH-EXIT.
004670     EXIT.
004680
004690 6000-WRITE-RPT-HEADER.
004700     MOVE SPACES TO BALRPT-LINE.
004710     STRING 'ITMBAL  ITEMOUT / ITEMTAB BALANCING REPORT'
004720         DELIMITED BY SIZE INTO BALRPT-LINE.
004730     WRITE BALRPT-LINE.
004740
004750     MOVE SPACES TO BALRPT-LINE.
004760     STRING 'RUN DATE: ' WS-CURR-DATE
004770         DELIMITED BY SIZE INTO BALRPT-LINE.
004780     WRITE BALRPT-LINE.
004790 6000-WRITE-RPT-HEADER-EXIT.
004800     EXIT.
004810*
004820*****************************************************************
004830*    9000 SERIES  --  TERMINATION                               *
004840*****************************************************************
004850 9000-CLOSE-FILES.
004860     CLOSE ITEMOUT.
004870     CLOSE ITEMTAB.
004880     CLOSE BALRPT.
004890 9000-CLOSE-FILES-EXIT.
004900     EXIT.
