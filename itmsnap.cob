000300*    DATE        BY    DESCRIPTION
000310*    ----------  ----  -----------------------------------------
000320*    2026-09-03  DRO   ORIGINAL VERSION.
000330*    2026-10-15  DRO   9999-EXIT ENDS WITH GOBACK INSTEAD OF
000340*                      STOP RUN, SO THE NEW ITMSTRM NIGHTLY
000350*                      STREAM DRIVER CAN CALL THIS PROGRAM AS
000360*                      A STEP AND READ ITS RETURN CODE.  RUN
000370*                      ON ITS OWN IT ENDS EXACTLY AS BEFORE.
000380*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000390*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000400*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000410*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000420*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPTIONAL ITEMTAB ASSIGN TO 'ITEMTAB'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS IT-ITEM-KEY
000540         ALTERNATE RECORD KEY IS IT-VENDOR-NO
000550             WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
000570             WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS IT-ITEM-DESC
000590             WITH DUPLICATES
000600         FILE STATUS IS WS-ITEMTAB-STATUS.
000610
000620     SELECT ITEMSNAP ASSIGN TO 'ITEMSNAP'
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-ITEMSNAP-STATUS.
000650
000660     SELECT SNAPRPT ASSIGN TO 'SNAPRPT'
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-SNAPRPT-STATUS.
000690
000700     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS RL-RECORD-KEY
000740         FILE STATUS IS WS-ITMRUNCT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ITEMTAB
000790     LABEL RECORDS ARE STANDARD.
000800     COPY ITMTABR.
000810
000820 FD  ITEMSNAP
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  ITEMSNAP-RECORD.
000860     05  SN-RECORD-TYPE          PIC X(01).
000870         88  SN-HEADER-REC               VALUE 'H'.
000880         88  SN-DETAIL-REC               VALUE 'D'.
000890         88  SN-TRAILER-REC              VALUE 'T'.
000900     05  SN-RECORD-BODY          PIC X(64).
000910     05  SN-HEADER-DATA REDEFINES SN-RECORD-BODY.
000920         10  SN-HDR-SNAP-DATE    PIC 9(08).
000930         10  SN-HDR-SNAP-TIME    PIC 9(06).
000940         10  FILLER              PIC X(50).
000950*    THE DETAIL BODY IS A BYTE IMAGE OF THE FULL 64-BYTE
000960*    ITEMTAB-RECORD (SEE ITMTABR) - KEY, DATA, STATUS, AND
000970*    LOAD DATE - SO A RESTORED ROW IS EXACTLY THE ROW THAT
000980*    WAS BACKED UP, MANUAL STATUS INCLUDED.
000990     05  SN-DETAIL-DATA REDEFINES SN-RECORD-BODY.
001000         10  SN-ROW-IMAGE        PIC X(64).
001010     05  SN-TRAILER-DATA REDEFINES SN-RECORD-BODY.
001020         10  SN-TRL-ROW-COUNT    PIC 9(05).
001030         10  SN-TRL-LOW-KEY      PIC 9(05).
001040         10  SN-TRL-HIGH-KEY     PIC 9(05).
001050         10  FILLER              PIC X(49).
001060
001070 FD  SNAPRPT
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  SNAPRPT-LINE                PIC X(80).
001110
001120 FD  ITMRUNCT
001130     LABEL RECORDS ARE STANDARD.
001140     COPY ITMRUNC.
001150
001160 WORKING-STORAGE SECTION.
001170 01  WS-FILE-STATUSES.
001180     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001190     05  WS-ITEMSNAP-STATUS      PIC X(02) VALUE '00'.
001200     05  WS-SNAPRPT-STATUS       PIC X(02) VALUE '00'.
001210     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001220
001230 01  WS-SWITCHES.
001240     05  WS-ITEMTAB-EOF-SW       PIC X(01) VALUE 'N'.
001250         88  WS-ITEMTAB-EOF              VALUE 'Y'.
001260     05  WS-SNAP-EOF-SW          PIC X(01) VALUE 'N'.
001270         88  WS-SNAP-EOF                 VALUE 'Y'.
001280     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001290         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001300     05  WS-PROVEN-SW            PIC X(01) VALUE 'N'.
001310         88  WS-RESTORE-PROVEN           VALUE 'Y'.
001320     05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
001330         88  WS-TRAILER-FOUND            VALUE 'Y'.
001340
001350 01  WS-CURRENT-DATE-TIME.
001360     05  WS-CURR-DATE            PIC 9(08).
001370     05  WS-CURR-TIME.
001380         10  WS-CURR-HH          PIC 9(02).
001390         10  WS-CURR-MN          PIC 9(02).
001400         10  WS-CURR-SS          PIC 9(02).
001410         10  WS-CURR-HS          PIC 9(02).
001420
001430 01  WS-RUN-MODE-ENTERED        PIC X(01) VALUE SPACES.
001440     88  WS-MODE-SNAPSHOT                VALUES 'S' ' '.
001450     88  WS-MODE-RESTORE                 VALUE 'R'.
001460
001470 01  WS-SNAP-TOTALS.
001480     05  WS-ROW-COUNT            PIC 9(05) VALUE ZERO.
001490     05  WS-LOW-KEY              PIC 9(05) VALUE ZERO.
001500     05  WS-HIGH-KEY             PIC 9(05) VALUE ZERO.
001510
001520 01  WS-TRAILER-SAVE.
001530     05  WS-TRL-ROW-COUNT        PIC 9(05) VALUE ZERO.
001540     05  WS-TRL-LOW-KEY          PIC 9(05) VALUE ZERO.
001550     05  WS-TRL-HIGH-KEY         PIC 9(05) VALUE ZERO.
001560
001570 77  WS-SNAP-DATE                PIC 9(08) VALUE ZERO.
001580 77  WS-SNAP-TIME                PIC 9(06) VALUE ZERO.
001590 77  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
001600
001610 PROCEDURE DIVISION.
001620*
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001650
001660     IF WS-ABNORMAL-RUN
001670         GO TO 9900-ABEND-EXIT
001680     END-IF.
001690
001700     IF WS-MODE-SNAPSHOT
001710         PERFORM 2000-TAKE-SNAPSHOT
001720             THRU 2000-TAKE-SNAPSHOT-EXIT
001730     ELSE
001740         PERFORM 3000-RESTORE-ITEMTAB
001750             THRU 3000-RESTORE-ITEMTAB-EXIT
001760     END-IF.
001770
001780     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001790     GO TO 9999-EXIT.
001800
001810 9900-ABEND-EXIT.
001820     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001830
001840 9999-EXIT.
001850     GOBACK.
001860*
001870*****************************************************************
001880*    1000 SERIES  --  RUN INITIALIZATION                        *
001890*****************************************************************
001900 1000-INITIALIZE-RUN.
001910     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001920     ACCEPT WS-CURR-TIME FROM TIME.
001930
001940     DISPLAY 'ITMSNAP - ENTER RUN MODE (S = SNAPSHOT, '
001950         'R = RESTORE): '
001960         WITH NO ADVANCING.
001970     ACCEPT WS-RUN-MODE-ENTERED.
001980     IF NOT WS-MODE-SNAPSHOT
001990      AND NOT WS-MODE-RESTORE
002000         DISPLAY 'ITMSNAP - RUN MODE MUST BE S, R, OR BLANK'
002010         SET WS-ABNORMAL-RUN TO TRUE
002020         MOVE 16 TO RETURN-CODE
002030         GO TO 1000-INITIALIZE-RUN-EXIT
002040     END-IF.
002050
002060     OPEN OUTPUT SNAPRPT.
002070     IF WS-SNAPRPT-STATUS NOT = '00'
002080         DISPLAY 'ITMSNAP - UNABLE TO OPEN SNAPRPT, STATUS = '
002090             WS-SNAPRPT-STATUS
002100         SET WS-ABNORMAL-RUN TO TRUE
002110         MOVE 16 TO RETURN-CODE
002120         GO TO 1000-INITIALIZE-RUN-EXIT
002130     END-IF.
002140
002150*    THE SAME RUN-CONTROL INTERLOCK THE OTHER ITEMTAB PROGRAMS
002160*    HONOR.  A SNAPSHOT OF A HALF-LOADED FILE WOULD BE A TRAP
002170*    FOR WHOEVER RESTORES IT, AND A RESTORE UNDER A LIVE LOAD
002180*    WOULD BE A RACE, SO BOTH MODES REFUSE THE LOCK.
002190     OPEN INPUT ITMRUNCT.
002200     IF WS-ITMRUNCT-STATUS = '00'
002210         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
002220         READ ITMRUNCT
002230             INVALID KEY
002240                 CONTINUE
002250             NOT INVALID KEY
002260                 IF RL-LOAD-ACTIVE
002270                     DISPLAY 'ITMSNAP - ITMLOAD IS RUNNING '
002280                         'AGAINST ITEMTAB, RUN REFUSED'
002290                     SET WS-ABNORMAL-RUN TO TRUE
002300                     MOVE 8 TO RETURN-CODE
002310                 END-IF
002320         END-READ
002330     END-IF.
002340     CLOSE ITMRUNCT.
002350     IF WS-ABNORMAL-RUN
002360         GO TO 1000-INITIALIZE-RUN-EXIT
002370     END-IF.
002380
002390     PERFORM 5000-WRITE-RPT-HEADER
002400         THRU 5000-WRITE-RPT-HEADER-EXIT.
002410 1000-INITIALIZE-RUN-EXIT.
002420     EXIT.
002430*
002440*****************************************************************
002450*    2000 SERIES  --  SNAPSHOT                                  *
002460*****************************************************************
002470 2000-TAKE-SNAPSHOT.
002480     OPEN INPUT ITEMTAB.
002490     IF WS-ITEMTAB-STATUS NOT = '00' AND
002500        WS-ITEMTAB-STATUS NOT = '05'
002510         DISPLAY 'ITMSNAP - UNABLE TO OPEN ITEMTAB, STATUS = '
002520             WS-ITEMTAB-STATUS
002530         SET WS-ABNORMAL-RUN TO TRUE
002540         MOVE 16 TO RETURN-CODE
002550         GO TO 2000-TAKE-SNAPSHOT-EXIT
002560     END-IF.
002570     OPEN OUTPUT ITEMSNAP.
002580     IF WS-ITEMSNAP-STATUS NOT = '00'
002590         DISPLAY 'ITMSNAP - UNABLE TO OPEN ITEMSNAP, STATUS = '
002600             WS-ITEMSNAP-STATUS
002610         SET WS-ABNORMAL-RUN TO TRUE
002620         MOVE 16 TO RETURN-CODE
002630         GO TO 2000-TAKE-SNAPSHOT-EXIT
002640     END-IF.
002650
002660     MOVE SPACES TO ITEMSNAP-RECORD.
002670     SET SN-HEADER-REC TO TRUE.
002680     MOVE WS-CURR-DATE        TO SN-HDR-SNAP-DATE.
002690     MOVE WS-CURR-TIME (1:6)  TO SN-HDR-SNAP-TIME.
002700     WRITE ITEMSNAP-RECORD.
002710
002720     MOVE ZERO TO IT-ITEM-KEY.
002730     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
002740         INVALID KEY
002750             SET WS-ITEMTAB-EOF TO TRUE
002760     END-START.
002770     PERFORM 2100-SNAP-ONE-ROW THRU 2100-SNAP-ONE-ROW-EXIT
002780         UNTIL WS-ITEMTAB-EOF.
002790
002800     MOVE SPACES TO ITEMSNAP-RECORD.
002810     SET SN-TRAILER-REC TO TRUE.
002820     MOVE WS-ROW-COUNT TO SN-TRL-ROW-COUNT.
002830     MOVE WS-LOW-KEY   TO SN-TRL-LOW-KEY.
002840     MOVE WS-HIGH-KEY  TO SN-TRL-HIGH-KEY.
002850     WRITE ITEMSNAP-RECORD.
002860
002870     PERFORM 4000-WRITE-COUNT-LINES
002880         THRU 4000-WRITE-COUNT-LINES-EXIT.
002890     DISPLAY 'ITMSNAP - SNAPSHOT COMPLETE, ' WS-ROW-COUNT
002900         ' ROWS.'.
002910 2000-TAKE-SNAPSHOT-EXIT.
002920     EXIT.
002930
002940 2100-SNAP-ONE-ROW.
002950     READ ITEMTAB NEXT RECORD
002960         AT END
002970             SET WS-ITEMTAB-EOF TO TRUE
002980             GO TO 2100-SNAP-ONE-ROW-EXIT
002990     END-READ.
003000*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT - AND THE
003010*    SNAPSHOT MUST NOT PASS FOR COMPLETE.
003020     IF WS-ITEMTAB-STATUS NOT = '00'
003030         DISPLAY 'ITMSNAP - ITEMTAB READ STATUS = '
003040             WS-ITEMTAB-STATUS ', SNAPSHOT INCOMPLETE'
003050         SET WS-ITEMTAB-EOF TO TRUE
003060         SET WS-ABNORMAL-RUN TO TRUE
003070         MOVE 16 TO RETURN-CODE
003080         GO TO 2100-SNAP-ONE-ROW-EXIT
003090     END-IF.
003100
003110     MOVE SPACES TO ITEMSNAP-RECORD.
003120     SET SN-DETAIL-REC TO TRUE.
003130     MOVE ITEMTAB-RECORD TO SN-ROW-IMAGE.
003140     WRITE ITEMSNAP-RECORD.
003150
003160     ADD 1 TO WS-ROW-COUNT.
003170     IF WS-ROW-COUNT = 1
003180         MOVE IT-ITEM-KEY TO WS-LOW-KEY
003190     END-IF.
003200     MOVE IT-ITEM-KEY TO WS-HIGH-KEY.
003210 2100-SNAP-ONE-ROW-EXIT.
003220     EXIT.
003230*
003240*****************************************************************
003250*    3000 SERIES  --  RESTORE AND PROOF                         *
003260*****************************************************************
003270 3000-RESTORE-ITEMTAB.
003280     OPEN INPUT ITEMSNAP.
003290     IF WS-ITEMSNAP-STATUS NOT = '00'
003300         DISPLAY 'ITMSNAP - UNABLE TO OPEN ITEMSNAP, STATUS = '
003310             WS-ITEMSNAP-STATUS
003320         SET WS-ABNORMAL-RUN TO TRUE
003330         MOVE 16 TO RETURN-CODE
003340         GO TO 3000-RESTORE-ITEMTAB-EXIT
003350     END-IF.
003360
003370     READ ITEMSNAP
003380         AT END
003390             SET WS-SNAP-EOF TO TRUE
003400     END-READ.
003410     IF WS-SNAP-EOF
003420      OR NOT SN-HEADER-REC
003430         DISPLAY 'ITMSNAP - ITEMSNAP DOES NOT BEGIN WITH A '
003440             'SNAPSHOT HEADER, RESTORE REFUSED'
003450         SET WS-ABNORMAL-RUN TO TRUE
003460         MOVE 16 TO RETURN-CODE
003470         GO TO 3000-RESTORE-ITEMTAB-EXIT
003480     END-IF.
003490     MOVE SN-HDR-SNAP-DATE TO WS-SNAP-DATE.
003500     MOVE SN-HDR-SNAP-TIME TO WS-SNAP-TIME.
003510     DISPLAY 'ITMSNAP - RESTORING FROM SNAPSHOT OF '
003520         WS-SNAP-DATE.
003530
003540*    THE REBUILD REPLACES THE CLUSTER'S CONTENTS OUTRIGHT -
003550*    THAT IS WHAT A RESTORE IS FOR.  THE SNAPSHOT WAS CUT IN
003560*    KEY ORDER, SO THE KEYED LOAD GOES STRAIGHT IN.
003570     OPEN OUTPUT ITEMTAB.
003580     IF WS-ITEMTAB-STATUS NOT = '00' AND
003590        WS-ITEMTAB-STATUS NOT = '05'
003600         DISPLAY 'ITMSNAP - UNABLE TO REBUILD ITEMTAB, '
003610             'STATUS = ' WS-ITEMTAB-STATUS
003620         SET WS-ABNORMAL-RUN TO TRUE
003630         MOVE 16 TO RETURN-CODE
003640         GO TO 3000-RESTORE-ITEMTAB-EXIT
003650     END-IF.
003660
003670     PERFORM 3100-RESTORE-ONE-ROW
003680         THRU 3100-RESTORE-ONE-ROW-EXIT
003690         UNTIL WS-SNAP-EOF.
003700     CLOSE ITEMTAB.
003710
003720     IF NOT WS-TRAILER-FOUND
003730         DISPLAY 'ITMSNAP - SNAPSHOT HAS NO TRAILER, '
003740             'RESTORE NOT PROVEN'
003750         SET WS-ABNORMAL-RUN TO TRUE
003760         MOVE 16 TO RETURN-CODE
003770         PERFORM 4000-WRITE-COUNT-LINES
003780             THRU 4000-WRITE-COUNT-LINES-EXIT
003790         GO TO 3000-RESTORE-ITEMTAB-EXIT
003800     END-IF.
003810
003820     PERFORM 3500-PROVE-RESTORE THRU 3500-PROVE-RESTORE-EXIT.
003830     PERFORM 4000-WRITE-COUNT-LINES
003840         THRU 4000-WRITE-COUNT-LINES-EXIT.
003850 3000-RESTORE-ITEMTAB-EXIT.
003860     EXIT.
003870
003880 3100-RESTORE-ONE-ROW.
003890     READ ITEMSNAP
003900         AT END
003910             SET WS-SNAP-EOF TO TRUE
003920             GO TO 3100-RESTORE-ONE-ROW-EXIT
003930     END-READ.
003940     IF WS-ITEMSNAP-STATUS NOT = '00'
003950         SET WS-SNAP-EOF TO TRUE
003960         GO TO 3100-RESTORE-ONE-ROW-EXIT
003970     END-IF.
003980     IF SN-TRAILER-REC
003990         SET WS-TRAILER-FOUND TO TRUE
004000         MOVE SN-TRL-ROW-COUNT TO WS-TRL-ROW-COUNT
004010         MOVE SN-TRL-LOW-KEY   TO WS-TRL-LOW-KEY
004020         MOVE SN-TRL-HIGH-KEY  TO WS-TRL-HIGH-KEY
004030         SET WS-SNAP-EOF TO TRUE
004040         GO TO 3100-RESTORE-ONE-ROW-EXIT
004050     END-IF.
004060     IF NOT SN-DETAIL-REC
004070         DISPLAY 'ITMSNAP - UNEXPECTED RECORD TYPE '
004080             SN-RECORD-TYPE ' IN SNAPSHOT'
004090         SET WS-ABNORMAL-RUN TO TRUE
004100         MOVE 16 TO RETURN-CODE
004110         SET WS-SNAP-EOF TO TRUE
004120         GO TO 3100-RESTORE-ONE-ROW-EXIT
004130     END-IF.
004140
004150     MOVE SN-ROW-IMAGE TO ITEMTAB-RECORD.
004160     WRITE ITEMTAB-RECORD
004170         INVALID KEY
004180             DISPLAY 'ITMSNAP - RESTORE WRITE FAILED FOR KEY '
004190                 IT-ITEM-KEY
004200             SET WS-ABNORMAL-RUN TO TRUE
004210             MOVE 16 TO RETURN-CODE
004220             GO TO 3100-RESTORE-ONE-ROW-EXIT
004230     END-WRITE.
004240 3100-RESTORE-ONE-ROW-EXIT.
004250     EXIT.
004260
004270 3500-PROVE-RESTORE.
004280*    THE PROOF DOES NOT TRUST THE WRITE LOOP'S OWN COUNTING -
004290*    THE REBUILT FILE IS RE-READ FROM DISK AND ITS ROW COUNT
004300*    AND KEY RANGE MEASURED INDEPENDENTLY AGAINST THE
004310*    SNAPSHOT TRAILER.
004320     MOVE ZERO TO WS-ROW-COUNT.
004330     MOVE ZERO TO WS-LOW-KEY.
004340     MOVE ZERO TO WS-HIGH-KEY.
004350     MOVE 'N'  TO WS-ITEMTAB-EOF-SW.
004360     OPEN INPUT ITEMTAB.
004370     IF WS-ITEMTAB-STATUS NOT = '00'
004380         DISPLAY 'ITMSNAP - REBUILT ITEMTAB WILL NOT OPEN, '
004390             'STATUS = ' WS-ITEMTAB-STATUS
004400         SET WS-ABNORMAL-RUN TO TRUE
004410         MOVE 16 TO RETURN-CODE
004420         GO TO 3500-PROVE-RESTORE-EXIT
004430     END-IF.
004440     MOVE ZERO TO IT-ITEM-KEY.
004450     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
004460         INVALID KEY
004470             SET WS-ITEMTAB-EOF TO TRUE
004480     END-START.
004490     PERFORM 3510-COUNT-ONE-ROW THRU 3510-COUNT-ONE-ROW-EXIT
004500         UNTIL WS-ITEMTAB-EOF.
004510     CLOSE ITEMTAB.
004520
004530     IF WS-ROW-COUNT = WS-TRL-ROW-COUNT
004540      AND WS-LOW-KEY  = WS-TRL-LOW-KEY
004550      AND WS-HIGH-KEY = WS-TRL-HIGH-KEY
004560         SET WS-RESTORE-PROVEN TO TRUE
004570         DISPLAY 'ITMSNAP - RESTORE PROVEN: ' WS-ROW-COUNT
004580             ' ROWS, KEYS ' WS-LOW-KEY ' THRU ' WS-HIGH-KEY
004590     ELSE
004600         DISPLAY 'ITMSNAP - RESTORE NOT PROVEN: REBUILT FILE '
004610             'DISAGREES WITH THE SNAPSHOT TRAILER'
004620         SET WS-ABNORMAL-RUN TO TRUE
004630         MOVE 16 TO RETURN-CODE
004640     END-IF.
004650 3500-PROVE-RESTORE-EXIT.
004660     EXIT.
004670
004680 3510-COUNT-ONE-ROW.
004690     READ ITEMTAB NEXT RECORD
004700         AT END
004710             SET WS-ITEMTAB-EOF TO TRUE
004720             GO TO 3510-COUNT-ONE-ROW-EXIT
004730     END-READ.
004740     IF WS-ITEMTAB-STATUS NOT = '00'
004750         SET WS-ITEMTAB-EOF TO TRUE
004760         GO TO 3510-COUNT-ONE-ROW-EXIT
004770     END-IF.
004780     ADD 1 TO WS-ROW-COUNT.
004790     IF WS-ROW-COUNT = 1
004800         MOVE IT-ITEM-KEY TO WS-LOW-KEY
004810     END-IF.
004820     MOVE IT-ITEM-KEY TO WS-HIGH-KEY.
004830 3510-COUNT-ONE-ROW-EXIT.
004840     EXIT.
004850*
004860*****************************************************************
004870*    4000/5000 SERIES  --  SNAPSHOT REPORT                      *
004880*****************************************************************
004890 4000-WRITE-COUNT-LINES.
004900     MOVE SPACES TO SNAPRPT-LINE.
004910     WRITE SNAPRPT-LINE.
004920
004930     MOVE SPACES TO SNAPRPT-LINE.
004940     STRING 'ROWS ..................... ' WS-ROW-COUNT
004950         DELIMITED BY SIZE INTO SNAPRPT-LINE.
004960     WRITE SNAPRPT-LINE.
004970
004980     MOVE SPACES TO SNAPRPT-LINE.
004990     STRING 'KEY RANGE ................ ' WS-LOW-KEY
005000         ' THRU ' WS-HIGH-KEY
005010         DELIMITED BY SIZE INTO SNAPRPT-LINE.
005020     WRITE SNAPRPT-LINE.
005030
005040     IF WS-MODE-RESTORE
005050         MOVE SPACES TO SNAPRPT-LINE
005060         STRING 'TRAILER SAID ............. ' WS-TRL-ROW-COUNT
005070             ' ROWS, ' WS-TRL-LOW-KEY
005080             ' THRU ' WS-TRL-HIGH-KEY
005090             DELIMITED BY SIZE INTO SNAPRPT-LINE
005100         WRITE SNAPRPT-LINE
005110         MOVE SPACES TO SNAPRPT-LINE
005120         IF WS-RESTORE-PROVEN
005130             STRING 'RESTORE PROVEN - FILE MATCHES THE '
005140                 'SNAPSHOT TRAILER'
005150                 DELIMITED BY SIZE INTO SNAPRPT-LINE
005160         ELSE
005170             STRING 'RESTORE NOT PROVEN - DO NOT RELEASE '
005180                 'ITEMTAB, RC=16'
005190                 DELIMITED BY SIZE INTO SNAPRPT-LINE
005200         END-IF
005210         WRITE SNAPRPT-LINE
005220     END-IF.
005230 4000-WRITE-COUNT-LINES-EXIT.
005240     EXIT.
005250
005260 5000-WRITE-RPT-HEADER.
005270     MOVE SPACES TO SNAPRPT-LINE.
005280     IF WS-MODE-RESTORE
005290         STRING 'ITMSNAP  ITEMTAB RESTORE REPORT'
005300             DELIMITED BY SIZE INTO SNAPRPT-LINE
005310     ELSE
005320         STRING 'ITMSNAP  ITEMTAB SNAPSHOT REPORT'
005330             DELIMITED BY SIZE INTO SNAPRPT-LINE
005340     END-IF.
005350     WRITE SNAPRPT-LINE.
005360
005370     MOVE SPACES TO SNAPRPT-LINE.
005380     STRING 'RUN DATE: ' WS-CURR-DATE
005390         DELIMITED BY SIZE INTO SNAPRPT-LINE.
005400     WRITE SNAPRPT-LINE.
005410 5000-WRITE-RPT-HEADER-EXIT.
005420     EXIT.
005430*
005440*****************************************************************
005450*    9000 SERIES  --  TERMINATION                               *
005460*****************************************************************
005470 9000-CLOSE-FILES.
005480     CLOSE ITEMTAB.
005490     CLOSE ITEMSNAP.
005500     CLOSE SNAPRPT.
005510 9000-CLOSE-FILES-EXIT.
005520     EXIT.
