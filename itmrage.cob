000300*    DATE        BY    DESCRIPTION
000310*    ----------  ----  -----------------------------------------
000320*    2026-09-03  DRO   ORIGINAL VERSION.
000330*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000340*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000350*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000360*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000370*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ITMAUDIT ASSIGN TO 'ITMAUDIT'
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-ITMAUDIT-STATUS.
000480
000490     SELECT OPTIONAL ITEMTAB ASSIGN TO 'ITEMTAB'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS IT-ITEM-KEY
000530         ALTERNATE RECORD KEY IS IT-VENDOR-NO
000540             WITH DUPLICATES
000550         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
000560             WITH DUPLICATES
000570         ALTERNATE RECORD KEY IS IT-ITEM-DESC
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-ITEMTAB-STATUS.
000600
000610     SELECT RAGERPT ASSIGN TO 'RAGERPT'
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RAGERPT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ITMAUDIT
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY ITMAUDR.
000710
000720 FD  ITEMTAB
000730     LABEL RECORDS ARE STANDARD.
000740     COPY ITMTABR.
000750
000760 FD  RAGERPT
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  RAGERPT-LINE                PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820 01  WS-FILE-STATUSES.
000830     05  WS-ITMAUDIT-STATUS      PIC X(02) VALUE '00'.
000840     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
000850     05  WS-RAGERPT-STATUS       PIC X(02) VALUE '00'.
000860
000870 01  WS-SWITCHES.
000880     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
000890         88  WS-AUDIT-EOF                VALUE 'Y'.
000900     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
000910         88  WS-ABNORMAL-RUN             VALUE 'Y'.
000920     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
000930         88  WS-SLOT-FOUND               VALUE 'Y'.
000940     05  WS-KEY-FOUND-SW         PIC X(01) VALUE 'N'.
000950         88  WS-KEY-FOUND                 VALUE 'Y'.
000960         88  WS-KEY-NOT-FOUND             VALUE 'N'.
000970     05  WS-ITEMTAB-OK-SW        PIC X(01) VALUE 'N'.
000980         88  WS-ITEMTAB-USABLE           VALUE 'Y'.
000990
001000 01  WS-CURRENT-DATE-TIME.
001010     05  WS-CURR-DATE            PIC 9(08).
001020     05  WS-CURR-TIME.
001030         10  WS-CURR-HH          PIC 9(02).
001040         10  WS-CURR-MN          PIC 9(02).
001050         10  WS-CURR-SS          PIC 9(02).
001060         10  WS-CURR-HS          PIC 9(02).
001070
001080*    ONE ENTRY PER DISTINCT REJECTED ITEM KEY, IN KEY ORDER SO
001090*    LOOKUPS GO THROUGH SEARCH ALL.  THE TRAIL IS APPENDED IN
001100*    RUN ORDER, SO THE LAST ROW SEEN FOR A KEY IS ITS MOST
001110*    RECENT REJECT.
001120 01  WS-RAGE-AREA.
001130     05  WS-RAGE-COUNT           PIC 9(05) VALUE ZERO.
001140     05  WS-RAGE-ENTRY OCCURS 1 TO 500 TIMES
001150                  DEPENDING ON WS-RAGE-COUNT
001160                  ASCENDING KEY IS WS-RA-ITEM-KEY
001170                  INDEXED BY WS-RAGE-IDX.
001180         10  WS-RA-ITEM-KEY      PIC 9(05).
001190         10  WS-RA-FIRST-DATE    PIC 9(08).
001200         10  WS-RA-LAST-DATE     PIC 9(08).
001210         10  WS-RA-NIGHTS        PIC 9(03).
001220         10  WS-RA-LAST-REASON   PIC X(48).
001230         10  WS-RA-SINCE-SW      PIC X(01).
001240             88  WS-RA-LOADED-SINCE      VALUE 'Y'.
001250
001260 01  WS-THRESH-ENTERED           PIC X(03) VALUE SPACES.
001270 01  WS-THRESH-ENTERED-N REDEFINES WS-THRESH-ENTERED
001280                                 PIC 9(03).
001290
001300 77  WS-MAX-RAGE                 PIC 9(05) VALUE 500.
001310 77  WS-NIGHTS-THRESHOLD         PIC 9(03) VALUE 3.
001320 77  WS-REJECT-ROWS-READ         PIC 9(05) VALUE ZERO.
001330 77  WS-CHRONIC-COUNT            PIC 9(05) VALUE ZERO.
001340 77  WS-STORE-POS                PIC 9(05) COMP VALUE ZERO.
001350 77  WS-RA-SUB                   PIC 9(05) COMP VALUE ZERO.
001360
001370 PROCEDURE DIVISION.
001380*
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001410
001420     IF WS-ABNORMAL-RUN
001430         GO TO 9900-ABEND-EXIT
001440     END-IF.
001450
001460     PERFORM 2000-GATHER-REJECTS THRU 2000-GATHER-REJECTS-EXIT
001470         UNTIL WS-AUDIT-EOF.
001480
001490     PERFORM 3000-CHECK-LOADED-SINCE
001500         THRU 3000-CHECK-LOADED-SINCE-EXIT.
001510
001520     PERFORM 4000-PRINT-AGING THRU 4000-PRINT-AGING-EXIT.
001530     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT.
001540     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001550     GO TO 9999-EXIT.
001560
001570 9900-ABEND-EXIT.
001580     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001590
001600 9999-EXIT.
001610     STOP RUN.
001620*
001630*****************************************************************
001640*    1000 SERIES  --  RUN INITIALIZATION                        *
001650*****************************************************************
001660 1000-INITIALIZE-RUN.
001670     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001680     ACCEPT WS-CURR-TIME FROM TIME.
001690
001700     DISPLAY 'ITMRAGE - ENTER CHRONIC-REJECT THRESHOLD IN '
001710         'NIGHTS (BLANK = 3): '
001720         WITH NO ADVANCING.
001730     ACCEPT WS-THRESH-ENTERED.
001740     IF WS-THRESH-ENTERED = SPACES
001750         CONTINUE
001760     ELSE
001770         IF WS-THRESH-ENTERED-N NUMERIC
001780          AND WS-THRESH-ENTERED-N > ZERO
001790             MOVE WS-THRESH-ENTERED-N TO WS-NIGHTS-THRESHOLD
001800         ELSE
001810             DISPLAY 'ITMRAGE - THRESHOLD MUST BE A POSITIVE '
001820                 'NUMBER OF NIGHTS'
001830             SET WS-ABNORMAL-RUN TO TRUE
001840             MOVE 16 TO RETURN-CODE
001850             GO TO 1000-INITIALIZE-RUN-EXIT
001860         END-IF
001870     END-IF.
001880
001890     OPEN OUTPUT RAGERPT.
001900     IF WS-RAGERPT-STATUS NOT = '00'
001910         DISPLAY 'ITMRAGE - UNABLE TO OPEN RAGERPT, STATUS = '
001920             WS-RAGERPT-STATUS
001930         SET WS-ABNORMAL-RUN TO TRUE
001940         MOVE 16 TO RETURN-CODE
001950         GO TO 1000-INITIALIZE-RUN-EXIT
001960     END-IF.
001970
001980     OPEN INPUT ITMAUDIT.
001990     IF WS-ITMAUDIT-STATUS NOT = '00'
002000         DISPLAY 'ITMRAGE - UNABLE TO OPEN ITMAUDIT, STATUS = '
002010             WS-ITMAUDIT-STATUS
002020         SET WS-ABNORMAL-RUN TO TRUE
002030         MOVE 16 TO RETURN-CODE
002040         GO TO 1000-INITIALIZE-RUN-EXIT
002050     END-IF.
002060
002070     PERFORM 6000-WRITE-RPT-HEADER
002080         THRU 6000-WRITE-RPT-HEADER-EXIT.
002090 1000-INITIALIZE-RUN-EXIT.
002100     EXIT.
002110*
002120*****************************************************************
002130*    2000 SERIES  --  GATHER REJECT HISTORY                     *
002140*****************************************************************
002150 2000-GATHER-REJECTS.
002160     READ ITMAUDIT
002170         AT END
002180             SET WS-AUDIT-EOF TO TRUE
002190             GO TO 2000-GATHER-REJECTS-EXIT
002200     END-READ.
002210*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
002220     IF WS-ITMAUDIT-STATUS NOT = '00'
002230         SET WS-AUDIT-EOF TO TRUE
002240         GO TO 2000-GATHER-REJECTS-EXIT
002250     END-IF.
002260
002270     IF NOT AUD-REJECT-DETAIL
002280         GO TO 2000-GATHER-REJECTS-EXIT
002290     END-IF.
002300*    ROWS FROM BEFORE THE TRAIL CARRIED THE ITEM KEY HAVE
002310*    NOTHING TO MATCH ON.  A ZERO KEY IS A STRUCTURAL REJECT
002320*    (NOT-A-DETAIL, HEADER OVERFLOW) WITH NO ITEM BEHIND IT.
002330     IF AUD-REJECT-KEY NOT NUMERIC
002340      OR AUD-REJECT-KEY = ZERO
002350         GO TO 2000-GATHER-REJECTS-EXIT
002360     END-IF.
002370     ADD 1 TO WS-REJECT-ROWS-READ.
002380
002390     PERFORM 2100-TALLY-REJECT THRU 2100-TALLY-REJECT-EXIT.
002400 2000-GATHER-REJECTS-EXIT.
002410     EXIT.
002420
002430 2100-TALLY-REJECT.
002440     SET WS-KEY-NOT-FOUND TO TRUE.
002450     IF WS-RAGE-COUNT > ZERO
002460         SET WS-RAGE-IDX TO 1
002470         SEARCH ALL WS-RAGE-ENTRY
002480             AT END
002490                 SET WS-KEY-NOT-FOUND TO TRUE
002500             WHEN WS-RA-ITEM-KEY (WS-RAGE-IDX) = AUD-REJECT-KEY
002510                 SET WS-KEY-FOUND TO TRUE
002520         END-SEARCH
002530     END-IF.
002540
002550     IF WS-KEY-FOUND
002560*        TWO REJECTS OF THE SAME KEY IN ONE RUN (MAIN PASS AND
002570*        RECYCLE PASS, SAY) ARE STILL ONE NIGHT ON THE STREAK.
002580         IF AUD-RUN-DATE NOT = WS-RA-LAST-DATE (WS-RAGE-IDX)
002590             ADD 1 TO WS-RA-NIGHTS (WS-RAGE-IDX)
002600         END-IF
002610         MOVE AUD-RUN-DATE
002620             TO WS-RA-LAST-DATE (WS-RAGE-IDX)
002630         MOVE AUD-REJECT-REASON
002640             TO WS-RA-LAST-REASON (WS-RAGE-IDX)
002650         GO TO 2100-TALLY-REJECT-EXIT
002660     END-IF.
002670
002680     IF WS-RAGE-COUNT >= WS-MAX-RAGE
002690         DISPLAY 'ITMRAGE - REJECT TABLE FULL, KEY '
002700             AUD-REJECT-KEY ' AND BEYOND NOT TRACKED'
002710         MOVE 4 TO RETURN-CODE
002720         GO TO 2100-TALLY-REJECT-EXIT
002730     END-IF.
002740     PERFORM 2200-MAKE-INSERT-SLOT
002750         THRU 2200-MAKE-INSERT-SLOT-EXIT.
002760     MOVE AUD-REJECT-KEY    TO WS-RA-ITEM-KEY (WS-STORE-POS).
002770     MOVE AUD-RUN-DATE      TO WS-RA-FIRST-DATE (WS-STORE-POS).
002780     MOVE AUD-RUN-DATE      TO WS-RA-LAST-DATE (WS-STORE-POS).
002790     MOVE 1                 TO WS-RA-NIGHTS (WS-STORE-POS).
002800     MOVE AUD-REJECT-REASON TO WS-RA-LAST-REASON (WS-STORE-POS).
002810     MOVE 'N'               TO WS-RA-SINCE-SW (WS-STORE-POS).
002820 2100-TALLY-REJECT-EXIT.
002830     EXIT.
002840
002850 2200-MAKE-INSERT-SLOT.
002860*    THE SAME ORDERED INSERT THE LOAD USES - THE TABLE MUST
002870*    STAY IN KEY ORDER FOR THE SEARCH ALL ABOVE.
002880     ADD 1 TO WS-RAGE-COUNT.
002890     MOVE WS-RAGE-COUNT TO WS-STORE-POS.
002900     MOVE 'N' TO WS-SLOT-SW.
002910     PERFORM 2210-SHIFT-ONE-SLOT
002920         THRU 2210-SHIFT-ONE-SLOT-EXIT
002930         UNTIL WS-SLOT-FOUND.
002940 2200-MAKE-INSERT-SLOT-EXIT.
002950     EXIT.
002960
002970 2210-SHIFT-ONE-SLOT.
002980     IF WS-STORE-POS = 1
002990         SET WS-SLOT-FOUND TO TRUE
003000         GO TO 2210-SHIFT-ONE-SLOT-EXIT
003010     END-IF.
003020     IF WS-RA-ITEM-KEY (WS-STORE-POS - 1) < AUD-REJECT-KEY
003030         SET WS-SLOT-FOUND TO TRUE
003040         GO TO 2210-SHIFT-ONE-SLOT-EXIT
003050     END-IF.
003060     MOVE WS-RAGE-ENTRY (WS-STORE-POS - 1)
003070         TO WS-RAGE-ENTRY (WS-STORE-POS).
003080     SUBTRACT 1 FROM WS-STORE-POS.
003090 2210-SHIFT-ONE-SLOT-EXIT.
003100     EXIT.
003110*
003120*****************************************************************
003130*    3000 SERIES  --  LOADED-SINCE CHECK AGAINST ITEMTAB        *
003140*****************************************************************
003150 3000-CHECK-LOADED-SINCE.
003160*    AN ITEMTAB ROW WHOSE LOAD DATE IS LATER THAN THE ITEM'S
003170*    LAST REJECT MEANS A GOOD COPY OF THE ITEM HAS LOADED
003180*    SINCE - THE REJECT STREAK IS HISTORY, NOT AN OPEN HOLE.
003190*    IF ITEMTAB CANNOT BE READ THE COLUMN IS LEFT AT N AND
003200*    THE OPERATOR IS TOLD.
003210     IF WS-RAGE-COUNT = ZERO
003220         GO TO 3000-CHECK-LOADED-SINCE-EXIT
003230     END-IF.
003240     OPEN INPUT ITEMTAB.
003250     IF WS-ITEMTAB-STATUS NOT = '00' AND
003260        WS-ITEMTAB-STATUS NOT = '05'
003270         DISPLAY 'ITMRAGE - ITEMTAB OPEN STATUS = '
003280             WS-ITEMTAB-STATUS ', LOADED-SINCE NOT CHECKED'
003290         GO TO 3000-CHECK-LOADED-SINCE-EXIT
003300     END-IF.
003310     SET WS-ITEMTAB-USABLE TO TRUE.
003320     PERFORM 3100-CHECK-ONE-KEY THRU 3100-CHECK-ONE-KEY-EXIT
003330         VARYING WS-RA-SUB FROM 1 BY 1
003340         UNTIL WS-RA-SUB > WS-RAGE-COUNT.
003350     CLOSE ITEMTAB.
003360 3000-CHECK-LOADED-SINCE-EXIT.
003370     EXIT.
003380
003390 3100-CHECK-ONE-KEY.
003400     MOVE WS-RA-ITEM-KEY (WS-RA-SUB) TO IT-ITEM-KEY.
003410     READ ITEMTAB
003420         INVALID KEY
003430             GO TO 3100-CHECK-ONE-KEY-EXIT
003440     END-READ.
003450     IF IT-LOAD-DATE > WS-RA-LAST-DATE (WS-RA-SUB)
003460         MOVE 'Y' TO WS-RA-SINCE-SW (WS-RA-SUB)
003470     END-IF.
003480 3100-CHECK-ONE-KEY-EXIT.
003490     EXIT.
003500*
003510*****************************************************************
003520*    4000 SERIES  --  AGING REPORT                              *
003530*****************************************************************
003540 4000-PRINT-AGING.
003550     PERFORM 4100-PRINT-ONE-ITEM THRU 4100-PRINT-ONE-ITEM-EXIT
003560         VARYING WS-RA-SUB FROM 1 BY 1
003570         UNTIL WS-RA-SUB > WS-RAGE-COUNT.
003580
003590     MOVE SPACES TO RAGERPT-LINE.
003600     WRITE RAGERPT-LINE.
003610     MOVE SPACES TO RAGERPT-LINE.
003620     STRING 'CHRONIC REJECTS - MORE THAN ' WS-NIGHTS-THRESHOLD
003630         ' NIGHTS, NEVER LOADED SINCE:'
003640         DELIMITED BY SIZE INTO RAGERPT-LINE.
003650     WRITE RAGERPT-LINE.
003660
003670     PERFORM 4200-PRINT-ONE-CHRONIC
003680         THRU 4200-PRINT-ONE-CHRONIC-EXIT
003690         VARYING WS-RA-SUB FROM 1 BY 1
003700         UNTIL WS-RA-SUB > WS-RAGE-COUNT.
003710     IF WS-CHRONIC-COUNT = ZERO
003720         MOVE SPACES TO RAGERPT-LINE
003730         STRING '  (NONE)'
003740             DELIMITED BY SIZE INTO RAGERPT-LINE
003750         WRITE RAGERPT-LINE
003760     END-IF.
003770 4000-PRINT-AGING-EXIT.
003780     EXIT.
003790
003800 4100-PRINT-ONE-ITEM.
003810     MOVE SPACES TO RAGERPT-LINE.
003820     STRING '  ' WS-RA-ITEM-KEY (WS-RA-SUB)
003830         '  ' WS-RA-FIRST-DATE (WS-RA-SUB)
003840         '  ' WS-RA-NIGHTS (WS-RA-SUB)
003850         '    ' WS-RA-SINCE-SW (WS-RA-SUB)
003860         '    ' WS-RA-LAST-REASON (WS-RA-SUB)
003870         DELIMITED BY SIZE INTO RAGERPT-LINE.
003880     WRITE RAGERPT-LINE.
003890 4100-PRINT-ONE-ITEM-EXIT.
003900     EXIT.
003910
003920 4200-PRINT-ONE-CHRONIC.
003930     IF WS-RA-NIGHTS (WS-RA-SUB) NOT > WS-NIGHTS-THRESHOLD
003940      OR WS-RA-LOADED-SINCE (WS-RA-SUB)
003950         GO TO 4200-PRINT-ONE-CHRONIC-EXIT
003960     END-IF.
003970     ADD 1 TO WS-CHRONIC-COUNT.
003980     PERFORM 4100-PRINT-ONE-ITEM
003990         THRU 4100-PRINT-ONE-ITEM-EXIT.
004000 4200-PRINT-ONE-CHRONIC-EXIT.
004010     EXIT.
004020*
004030*****************************************************************
004040*    5000 SERIES  --  REPORT TOTALS                             *
004050*****************************************************************
004060 5000-WRITE-TOTALS.
004070     MOVE SPACES TO RAGERPT-LINE.
004080     WRITE RAGERPT-LINE.
004090
004100     MOVE SPACES TO RAGERPT-LINE.
004110     STRING 'REJECT ROWS MATCHED ...... ' WS-REJECT-ROWS-READ
004120         DELIMITED BY SIZE INTO RAGERPT-LINE.
004130     WRITE RAGERPT-LINE.
004140
004150     MOVE SPACES TO RAGERPT-LINE.
004160     STRING 'DISTINCT ITEMS ........... ' WS-RAGE-COUNT
004170         DELIMITED BY SIZE INTO RAGERPT-LINE.
004180     WRITE RAGERPT-LINE.
004190
004200     MOVE SPACES TO RAGERPT-LINE.
004210     STRING 'CHRONIC ITEMS ............ ' WS-CHRONIC-COUNT
004220         DELIMITED BY SIZE INTO RAGERPT-LINE.
004230     WRITE RAGERPT-LINE.
004240
004250     IF NOT WS-ITEMTAB-USABLE
004260         MOVE SPACES TO RAGERPT-LINE
004270         STRING 'LOADED-SINCE COLUMN NOT CHECKED - ITEMTAB '
004280             'NOT AVAILABLE'
004290             DELIMITED BY SIZE INTO RAGERPT-LINE
004300         WRITE RAGERPT-LINE
004310     END-IF.
004320 5000-WRITE-TOTALS-EXIT.
004330     EXIT.
004340
004350 6000-WRITE-RPT-HEADER.
004360     MOVE SPACES TO RAGERPT-LINE.
004370     STRING 'ITMRAGE  REJECT AGING REPORT'
004380         DELIMITED BY SIZE INTO RAGERPT-LINE.
004390     WRITE RAGERPT-LINE.
004400
004410     MOVE SPACES TO RAGERPT-LINE.
004420     STRING 'RUN DATE: ' WS-CURR-DATE
004430         '   CHRONIC THRESHOLD: ' WS-NIGHTS-THRESHOLD
004440         ' NIGHTS'
004450         DELIMITED BY SIZE INTO RAGERPT-LINE.
004460     WRITE RAGERPT-LINE.
004470
004480     MOVE SPACES TO RAGERPT-LINE.
004490     STRING '  KEY    FIRST REJ  NTS  LDED  LAST REASON'
004500         DELIMITED BY SIZE INTO RAGERPT-LINE.
004510     WRITE RAGERPT-LINE.
004520 6000-WRITE-RPT-HEADER-EXIT.
004530     EXIT.
004540*
004550*****************************************************************
004560*    9000 SERIES  --  TERMINATION                               *
004570*****************************************************************
004580 9000-CLOSE-FILES.
004590     CLOSE ITMAUDIT.
004600     CLOSE RAGERPT.
004610 9000-CLOSE-FILES-EXIT.
004620     EXIT.
