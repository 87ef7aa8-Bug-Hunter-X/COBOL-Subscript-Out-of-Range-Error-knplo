000330*    DATE        BY    DESCRIPTION
000340*    ----------  ----  -----------------------------------------
000350*    2026-09-03  DRO   ORIGINAL VERSION.
000360*    2026-10-15  DRO   9999-EXIT ENDS WITH GOBACK INSTEAD OF
000370*                      STOP RUN, SO THE NEW ITMSTRM NIGHTLY
000380*                      STREAM DRIVER CAN CALL THIS PROGRAM AS
000390*                      A STEP AND READ ITS RETURN CODE.  RUN
000400*                      ON ITS OWN IT ENDS EXACTLY AS BEFORE.
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  IBM-370.
000450 OBJECT-COMPUTER.  IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL ITEMDLT ASSIGN TO 'ITEMDLT'
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-ITEMDLT-STATUS.
000510
000520     SELECT OPTIONAL ITEMOUT ASSIGN TO 'ITEMOUT'
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-ITEMOUT-STATUS.
000550
000560     SELECT OPTIONAL ITEMMIR ASSIGN TO 'ITEMMIR'
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS MR-ITEM-KEY
000600         FILE STATUS IS WS-ITEMMIR-STATUS.
000610
000620     SELECT DAPPRPT ASSIGN TO 'DAPPRPT'
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-DAPPRPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ITEMDLT
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY ITMDLTR.
000720
000730 FD  ITEMOUT
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY ITMOUTR.
000770
000780 FD  ITEMMIR
000790     LABEL RECORDS ARE STANDARD.
000800 01  ITEMMIR-RECORD.
000810     05  MR-ITEM-KEY             PIC 9(05).
000820     05  MR-ITEM-DATA            PIC X(50).
000830
000840 FD  DAPPRPT
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  DAPPRPT-LINE                PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-FILE-STATUSES.
000910     05  WS-ITEMDLT-STATUS       PIC X(02) VALUE '00'.
000920     05  WS-ITEMOUT-STATUS       PIC X(02) VALUE '00'.
000930     05  WS-ITEMMIR-STATUS       PIC X(02) VALUE '00'.
000940     05  WS-DAPPRPT-STATUS       PIC X(02) VALUE '00'.
000950
000960 01  WS-SWITCHES.
000970     05  WS-DLT-EOF-SW           PIC X(01) VALUE 'N'.
000980         88  WS-DLT-EOF                  VALUE 'Y'.
000990     05  WS-OUT-EOF-SW           PIC X(01) VALUE 'N'.
001000         88  WS-OUT-EOF                  VALUE 'Y'.
001010     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001020         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001030     05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
001040         88  WS-TRAILER-FOUND            VALUE 'Y'.
001050     05  WS-DELTA-OK-SW          PIC X(01) VALUE 'N'.
001060         88  WS-DELTA-USABLE             VALUE 'Y'.
001070     05  WS-MALFORMED-SW         PIC X(01) VALUE 'N'.
001080         88  WS-DELTA-MALFORMED          VALUE 'Y'.
001090     05  WS-ROW-FOUND-SW         PIC X(01) VALUE 'N'.
001100         88  WS-ROW-FOUND                 VALUE 'Y'.
001110         88  WS-ROW-NOT-FOUND             VALUE 'N'.
001120
001130 01  WS-CURRENT-DATE-TIME.
001140     05  WS-CURR-DATE            PIC 9(08).
001150     05  WS-CURR-TIME.
001160         10  WS-CURR-HH          PIC 9(02).
001170         10  WS-CURR-MN          PIC 9(02).
001180         10  WS-CURR-SS          PIC 9(02).
001190         10  WS-CURR-HS          PIC 9(02).
001200
001210 01  WS-RUN-MODE-ENTERED        PIC X(01) VALUE SPACES.
001220     88  WS-MODE-DELTA                   VALUES 'D' ' '.
001230     88  WS-MODE-RESYNC                  VALUE 'R'.
001240
001250 01  WS-VERIFY-COUNTS.
001260     05  WS-CNT-ADDS             PIC 9(05) VALUE ZERO.
001270     05  WS-CNT-CHANGES          PIC 9(05) VALUE ZERO.
001280     05  WS-CNT-DELETES          PIC 9(05) VALUE ZERO.
001290     05  WS-TRL-ADDS             PIC 9(05) VALUE ZERO.
001300     05  WS-TRL-CHANGES          PIC 9(05) VALUE ZERO.
001310     05  WS-TRL-DELETES          PIC 9(05) VALUE ZERO.
001320
001330 01  WS-APPLY-COUNTS.
001340     05  WS-ADDS-APPLIED         PIC 9(05) VALUE ZERO.
001350     05  WS-ADDS-FAILED          PIC 9(05) VALUE ZERO.
001360     05  WS-CHGS-APPLIED         PIC 9(05) VALUE ZERO.
001370     05  WS-CHGS-FAILED          PIC 9(05) VALUE ZERO.
001380     05  WS-DELS-APPLIED         PIC 9(05) VALUE ZERO.
001390     05  WS-DELS-FAILED          PIC 9(05) VALUE ZERO.
001400     05  WS-TOTAL-FAILED         PIC 9(05) VALUE ZERO.
001410
001420 01  WS-FAIL-REASON              PIC X(40) VALUE SPACES.
001430
001440 77  WS-ROWS-RESYNCED            PIC 9(05) VALUE ZERO.
001450
001460 PROCEDURE DIVISION.
001470*
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001500
001510     IF WS-ABNORMAL-RUN
001520         GO TO 9900-ABEND-EXIT
001530     END-IF.
001540
001550     IF WS-MODE-RESYNC
001560         PERFORM 6000-RESYNC-FROM-ITEMOUT
001570             THRU 6000-RESYNC-FROM-ITEMOUT-EXIT
001580         PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
001590         GO TO 9999-EXIT
001600     END-IF.
001610
001620     PERFORM 2000-VERIFY-ONE-RECORD
001630         THRU 2000-VERIFY-ONE-RECORD-EXIT
001640         UNTIL WS-DLT-EOF.
001650     PERFORM 2500-JUDGE-TRAILER THRU 2500-JUDGE-TRAILER-EXIT.
001660
001670     IF NOT WS-DELTA-USABLE
001680         PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT
001690         GO TO 9999-EXIT
001700     END-IF.
001710
001720     PERFORM 2600-REOPEN-FOR-APPLY
001730         THRU 2600-REOPEN-FOR-APPLY-EXIT.
001740     IF WS-ABNORMAL-RUN
001750         GO TO 9900-ABEND-EXIT
001760     END-IF.
001770     PERFORM 3000-APPLY-ONE-RECORD
001780         THRU 3000-APPLY-ONE-RECORD-EXIT
001790         UNTIL WS-DLT-EOF.
001800
001810     PERFORM 4000-WRITE-TOTALS THRU 4000-WRITE-TOTALS-EXIT.
001820     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001830     GO TO 9999-EXIT.
001840
001850 9900-ABEND-EXIT.
001860     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001870
001880 9999-EXIT.
001890     GOBACK.
001900*
001910*****************************************************************
001920*    1000 SERIES  --  RUN INITIALIZATION                        *
001930*****************************************************************
001940 1000-INITIALIZE-RUN.
001950     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001960     ACCEPT WS-CURR-TIME FROM TIME.
001970
001980*    BLANK DEFAULTS TO THE NIGHTLY DELTA APPLY; R IS THE FULL
001990*    RESYNC FROM ITEMOUT THIS PROGRAM ITSELF DEMANDS AFTER AN
002000*    INCOMPLETE DELTA OR A DRIFTED MIRROR.
002010     DISPLAY 'ITMDAPP - ENTER RUN MODE (D = APPLY DELTA, '
002020         'R = RESYNC FROM ITEMOUT): '
002030         WITH NO ADVANCING.
002040     ACCEPT WS-RUN-MODE-ENTERED.
002050     IF NOT WS-MODE-DELTA
002060      AND NOT WS-MODE-RESYNC
002070         DISPLAY 'ITMDAPP - RUN MODE MUST BE D, R, OR BLANK'
002080         SET WS-ABNORMAL-RUN TO TRUE
002090         MOVE 16 TO RETURN-CODE
002100         GO TO 1000-INITIALIZE-RUN-EXIT
002110     END-IF.
002120
002130     OPEN OUTPUT DAPPRPT.
002140     IF WS-DAPPRPT-STATUS NOT = '00'
002150         DISPLAY 'ITMDAPP - UNABLE TO OPEN DAPPRPT, STATUS = '
002160             WS-DAPPRPT-STATUS
002170         SET WS-ABNORMAL-RUN TO TRUE
002180         MOVE 16 TO RETURN-CODE
002190         GO TO 1000-INITIALIZE-RUN-EXIT
002200     END-IF.
002210     PERFORM 5000-WRITE-RPT-HEADER
002220         THRU 5000-WRITE-RPT-HEADER-EXIT.
002230
002240     IF WS-MODE-RESYNC
002250         GO TO 1000-INITIALIZE-RUN-EXIT
002260     END-IF.
002270
002280     OPEN INPUT ITEMDLT.
002290     IF WS-ITEMDLT-STATUS NOT = '00' AND
002300        WS-ITEMDLT-STATUS NOT = '05'
002310         DISPLAY 'ITMDAPP - UNABLE TO OPEN ITEMDLT, STATUS = '
002320             WS-ITEMDLT-STATUS
002330         SET WS-ABNORMAL-RUN TO TRUE
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 1000-INITIALIZE-RUN-EXIT
002360     END-IF.
002370 1000-INITIALIZE-RUN-EXIT.
002380     EXIT.
002390*
002400*****************************************************************
002410*    2000 SERIES  --  VERIFICATION PASS                         *
002420*****************************************************************
002430 2000-VERIFY-ONE-RECORD.
002440     READ ITEMDLT
002450         AT END
002460             SET WS-DLT-EOF TO TRUE
002470             GO TO 2000-VERIFY-ONE-RECORD-EXIT
002480     END-READ.
002490*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
002500     IF WS-ITEMDLT-STATUS NOT = '00'
002510         SET WS-DLT-EOF TO TRUE
002520         GO TO 2000-VERIFY-ONE-RECORD-EXIT
002530     END-IF.
002540
002550*    A DETAIL AFTER THE TRAILER, OR AN ACTION CODE THAT IS NOT
002560*    A, C, D, OR T, MEANS THE FILE IS NOT THE ONE THE LOAD
002570*    WRITES - NOTHING FROM IT CAN BE TRUSTED.
002580     IF WS-TRAILER-FOUND
002590         SET WS-DELTA-MALFORMED TO TRUE
002600         GO TO 2000-VERIFY-ONE-RECORD-EXIT
002610     END-IF.
002620     IF DL-ACTION-ADD
002630         ADD 1 TO WS-CNT-ADDS
002640     ELSE
002650     IF DL-ACTION-CHANGE
002660         ADD 1 TO WS-CNT-CHANGES
002670     ELSE
002680     IF DL-ACTION-DELETE
002690         ADD 1 TO WS-CNT-DELETES
002700     ELSE
002710     IF DL-TRAILER-REC
002720         SET WS-TRAILER-FOUND TO TRUE
002730         MOVE DL-ADD-COUNT    TO WS-TRL-ADDS
002740         MOVE DL-CHANGE-COUNT TO WS-TRL-CHANGES
002750         MOVE DL-DELETE-COUNT TO WS-TRL-DELETES
002760     ELSE
002770         SET WS-DELTA-MALFORMED TO TRUE
002780     END-IF
002790     END-IF
002800     END-IF
002810     END-IF.
002820 2000-VERIFY-ONE-RECORD-EXIT.
002830     EXIT.
002840
002850 2500-JUDGE-TRAILER.
002860*    NOTHING HAS TOUCHED THE MIRROR YET, SO A BAD DELTA COSTS
002870*    NOTHING BUT THIS REPORT.  A MISSING TRAILER IS EXACTLY
002880*    WHAT A CHECKPOINT-RESTARTED LOAD LEAVES BEHIND (ITS
002890*    ITEMDLT CARRIES ONLY THE ITEMS FROM THE RESUME POINT ON),
002900*    AND A COUNT MISMATCH MEANS RECORDS WENT MISSING IN
002910*    TRANSIT.  EITHER WAY THE DELTA IS REFUSED WITH RC=12 AND
002920*    THE SCHEDULER MUST RUN THE R-MODE RESYNC FROM ITEMOUT.
002930     IF WS-DELTA-MALFORMED
002940         MOVE 'DELTA MALFORMED - RECORD AFTER TRAILER OR BAD'
002950             TO WS-FAIL-REASON
002960         PERFORM 2510-REFUSE-DELTA THRU 2510-REFUSE-DELTA-EXIT
002970         GO TO 2500-JUDGE-TRAILER-EXIT
002980     END-IF.
002990     IF NOT WS-TRAILER-FOUND
003000         MOVE 'NO TRAILER - DELTA IS INCOMPLETE'
003010             TO WS-FAIL-REASON
003020         PERFORM 2510-REFUSE-DELTA THRU 2510-REFUSE-DELTA-EXIT
003030         GO TO 2500-JUDGE-TRAILER-EXIT
003040     END-IF.
003050     IF WS-CNT-ADDS    NOT = WS-TRL-ADDS
003060      OR WS-CNT-CHANGES NOT = WS-TRL-CHANGES
003070      OR WS-CNT-DELETES NOT = WS-TRL-DELETES
003080         MOVE 'TRAILER COUNTS DISAGREE WITH RECORDS READ'
003090             TO WS-FAIL-REASON
003100         PERFORM 2510-REFUSE-DELTA THRU 2510-REFUSE-DELTA-EXIT
003110         GO TO 2500-JUDGE-TRAILER-EXIT
003120     END-IF.
003130     SET WS-DELTA-USABLE TO TRUE.
003140 2500-JUDGE-TRAILER-EXIT.
003150     EXIT.
003160
003170 2510-REFUSE-DELTA.
003180     DISPLAY 'ITMDAPP - DELTA REFUSED: ' WS-FAIL-REASON.
003190     DISPLAY 'ITMDAPP - NOTHING APPLIED.  RUN THE R-MODE '
003200         'RESYNC FROM THE FULL ITEMOUT.'.
003210     MOVE SPACES TO DAPPRPT-LINE.
003220     STRING 'DELTA REFUSED: ' WS-FAIL-REASON
003230         DELIMITED BY SIZE INTO DAPPRPT-LINE.
003240     WRITE DAPPRPT-LINE.
003250     MOVE SPACES TO DAPPRPT-LINE.
003260     STRING 'NOTHING APPLIED - FULL ITEMOUT RESYNC REQUIRED'
003270         ', RC=12'
003280         DELIMITED BY SIZE INTO DAPPRPT-LINE.
003290     WRITE DAPPRPT-LINE.
003300     MOVE 12 TO RETURN-CODE.
003310 2510-REFUSE-DELTA-EXIT.
003320     EXIT.
003330
003340 2600-REOPEN-FOR-APPLY.
003350*    THE DELTA IS PROVEN COMPLETE, SO THE MIRROR IS OPENED AND
003360*    THE FILE RE-READ FROM THE TOP FOR THE APPLY.  THE MIRROR
003370*    IS CREATED EMPTY ON A SUBSCRIBER'S FIRST EVER RUN, SAME
003380*    PATTERN AS THE LOAD CREATES ITEMTAB - THE FIRST DELTA
003390*    AGAINST AN EMPTY MIRROR WILL FAIL ITS CHANGES AND DELETES
003400*    AND DEMAND THE RESYNC THAT SEEDS IT.
003410     CLOSE ITEMDLT.
003420     MOVE 'N' TO WS-DLT-EOF-SW.
003430     OPEN INPUT ITEMDLT.
003440     IF WS-ITEMDLT-STATUS NOT = '00' AND
003450        WS-ITEMDLT-STATUS NOT = '05'
003460         DISPLAY 'ITMDAPP - ITEMDLT REOPEN STATUS = '
003470             WS-ITEMDLT-STATUS
003480         SET WS-ABNORMAL-RUN TO TRUE
003490         MOVE 16 TO RETURN-CODE
003500         GO TO 2600-REOPEN-FOR-APPLY-EXIT
003510     END-IF.
003520     OPEN I-O ITEMMIR.
003530     IF WS-ITEMMIR-STATUS = '35'
003540         OPEN OUTPUT ITEMMIR
003550         CLOSE ITEMMIR
003560         OPEN I-O ITEMMIR
003570     END-IF.
003580     IF WS-ITEMMIR-STATUS NOT = '00' AND
003590        WS-ITEMMIR-STATUS NOT = '05'
003600         DISPLAY 'ITMDAPP - UNABLE TO OPEN ITEMMIR, STATUS = '
003610             WS-ITEMMIR-STATUS
003620         SET WS-ABNORMAL-RUN TO TRUE
003630         MOVE 16 TO RETURN-CODE
003640     END-IF.
003650 2600-REOPEN-FOR-APPLY-EXIT.
003660     EXIT.
003670*
003680*****************************************************************
003690*    3000 SERIES  --  APPLY PASS                                *
003700*****************************************************************
003710 3000-APPLY-ONE-RECORD.
003720     READ ITEMDLT
003730         AT END
003740             SET WS-DLT-EOF TO TRUE
003750             GO TO 3000-APPLY-ONE-RECORD-EXIT
003760     END-READ.
003770     IF WS-ITEMDLT-STATUS NOT = '00'
003780      OR DL-TRAILER-REC
003790         SET WS-DLT-EOF TO TRUE
003800         GO TO 3000-APPLY-ONE-RECORD-EXIT
003810     END-IF.
003820
003830     IF DL-ACTION-ADD
003840         PERFORM 3100-APPLY-ADD THRU 3100-APPLY-ADD-EXIT
003850     ELSE
003860     IF DL-ACTION-CHANGE
003870         PERFORM 3200-APPLY-CHANGE THRU 3200-APPLY-CHANGE-EXIT
003880     ELSE
003890         PERFORM 3300-APPLY-DELETE THRU 3300-APPLY-DELETE-EXIT
003900     END-IF
003910     END-IF.
003920 3000-APPLY-ONE-RECORD-EXIT.
003930     EXIT.
003940
003950 3100-APPLY-ADD.
003960*    AN ADD MUST BE A BRAND NEW KEY ON THE MIRROR - THE SAME
003970*    RULE THE LOAD'S MAINTENANCE MODE ENFORCES ON ITEMTAB.  A
003980*    KEY ALREADY PRESENT MEANS THE MIRROR AND THE FEED ARE OUT
003990*    OF STEP.
004000     MOVE DL-ITEM-KEY  TO MR-ITEM-KEY.
004010     MOVE DL-ITEM-DATA TO MR-ITEM-DATA.
004020     WRITE ITEMMIR-RECORD
004030         INVALID KEY
004040             MOVE 'ADD KEY IS ALREADY ON MIRROR'
004050                 TO WS-FAIL-REASON
004060             PERFORM 3500-WRITE-FAILURE
004070                 THRU 3500-WRITE-FAILURE-EXIT
004080             ADD 1 TO WS-ADDS-FAILED
004090             GO TO 3100-APPLY-ADD-EXIT
004100     END-WRITE.
004110     ADD 1 TO WS-ADDS-APPLIED.
004120 3100-APPLY-ADD-EXIT.
004130     EXIT.
004140
004150 3200-APPLY-CHANGE.
004160     SET WS-ROW-NOT-FOUND TO TRUE.
004170     MOVE DL-ITEM-KEY TO MR-ITEM-KEY.
004180     READ ITEMMIR
004190         INVALID KEY
004200             CONTINUE
004210         NOT INVALID KEY
004220             SET WS-ROW-FOUND TO TRUE
004230     END-READ.
004240     IF WS-ROW-NOT-FOUND
004250         MOVE 'CHANGE KEY IS NOT ON MIRROR' TO WS-FAIL-REASON
004260         PERFORM 3500-WRITE-FAILURE
004270             THRU 3500-WRITE-FAILURE-EXIT
004280         ADD 1 TO WS-CHGS-FAILED
004290         GO TO 3200-APPLY-CHANGE-EXIT
004300     END-IF.
004310     MOVE DL-ITEM-DATA TO MR-ITEM-DATA.
004320     REWRITE ITEMMIR-RECORD
004330         INVALID KEY
004340             MOVE 'REWRITE FAILED ON MIRROR' TO WS-FAIL-REASON
004350             PERFORM 3500-WRITE-FAILURE
004360                 THRU 3500-WRITE-FAILURE-EXIT
004370             ADD 1 TO WS-CHGS-FAILED
004380             GO TO 3200-APPLY-CHANGE-EXIT
004390     END-REWRITE.
004400     ADD 1 TO WS-CHGS-APPLIED.
004410 3200-APPLY-CHANGE-EXIT.
004420     EXIT.
004430
004440 3300-APPLY-DELETE.
004450     SET WS-ROW-NOT-FOUND TO TRUE.
004460     MOVE DL-ITEM-KEY TO MR-ITEM-KEY.
004470     READ ITEMMIR
004480         INVALID KEY
004490             CONTINUE
004500         NOT INVALID KEY
004510             SET WS-ROW-FOUND TO TRUE
004520     END-READ.
004530     IF WS-ROW-NOT-FOUND
004540         MOVE 'DELETE KEY IS NOT ON MIRROR' TO WS-FAIL-REASON
004550         PERFORM 3500-WRITE-FAILURE
004560             THRU 3500-WRITE-FAILURE-EXIT
004570         ADD 1 TO WS-DELS-FAILED
004580         GO TO 3300-APPLY-DELETE-EXIT
004590     END-IF.
004600     DELETE ITEMMIR RECORD
004610         INVALID KEY
004620             MOVE 'DELETE FAILED ON MIRROR' TO WS-FAIL-REASON
004630             PERFORM 3500-WRITE-FAILURE
004640                 THRU 3500-WRITE-FAILURE-EXIT
004650             ADD 1 TO WS-DELS-FAILED
004660             GO TO 3300-APPLY-DELETE-EXIT
004670     END-DELETE.
004680     ADD 1 TO WS-DELS-APPLIED.
004690 3300-APPLY-DELETE-EXIT.
004700     EXIT.
004710
004720 3500-WRITE-FAILURE.
004730     MOVE SPACES TO DAPPRPT-LINE.
004740     STRING '  ' DL-ACTION-CODE
004750         '  ' DL-ITEM-KEY
004760         '  ' WS-FAIL-REASON
004770         DELIMITED BY SIZE INTO DAPPRPT-LINE.
004780     WRITE DAPPRPT-LINE.
004790 3500-WRITE-FAILURE-EXIT.
004800     EXIT.
004810*
004820*****************************************************************
004830*    4000 SERIES  --  APPLY REPORT TOTALS                       *
004840*****************************************************************
004850 4000-WRITE-TOTALS.
004860     MOVE SPACES TO DAPPRPT-LINE.
004870     WRITE DAPPRPT-LINE.
004880
004890     MOVE SPACES TO DAPPRPT-LINE.
004900     STRING 'ADDS    APPLIED ' WS-ADDS-APPLIED
004910         '  FAILED ' WS-ADDS-FAILED
004920         DELIMITED BY SIZE INTO DAPPRPT-LINE.
004930     WRITE DAPPRPT-LINE.
004940
004950     MOVE SPACES TO DAPPRPT-LINE.
004960     STRING 'CHANGES APPLIED ' WS-CHGS-APPLIED
004970         '  FAILED ' WS-CHGS-FAILED
004980         DELIMITED BY SIZE INTO DAPPRPT-LINE.
004990     WRITE DAPPRPT-LINE.
005000
005010     MOVE SPACES TO DAPPRPT-LINE.
005020     STRING 'DELETES APPLIED ' WS-DELS-APPLIED
005030         '  FAILED ' WS-DELS-FAILED
005040         DELIMITED BY SIZE INTO DAPPRPT-LINE.
005050     WRITE DAPPRPT-LINE.
005060
005070*    ANY FAILURE MEANS THE MIRROR DID NOT MATCH WHAT THE FEED
005080*    EXPECTED - THE SKIPPED-NIGHT CASE - AND A PARTIAL APPLY
005090*    HAS ALREADY HAPPENED, SO THE RESYNC IS NOT OPTIONAL.
005100     COMPUTE WS-TOTAL-FAILED = WS-ADDS-FAILED
005110         + WS-CHGS-FAILED + WS-DELS-FAILED.
005120     IF WS-TOTAL-FAILED > ZERO
005130         MOVE SPACES TO DAPPRPT-LINE
005140         STRING 'MIRROR IS OUT OF STEP WITH THE FEED - FULL '
005150             'ITEMOUT RESYNC REQUIRED, RC=08'
005160             DELIMITED BY SIZE INTO DAPPRPT-LINE
005170         WRITE DAPPRPT-LINE
005180         DISPLAY 'ITMDAPP - ' WS-TOTAL-FAILED ' ACTIONS '
005190             'FAILED.  RUN THE R-MODE RESYNC FROM ITEMOUT.'
005200         IF RETURN-CODE < 8
005210             MOVE 8 TO RETURN-CODE
005220         END-IF
005230     END-IF.
005240 4000-WRITE-TOTALS-EXIT.
005250     EXIT.
005260
005270 5000-WRITE-RPT-HEADER.
005280     MOVE SPACES TO DAPPRPT-LINE.
005290     STRING 'ITMDAPP  ITEMDLT DELTA APPLY REPORT'
005300         DELIMITED BY SIZE INTO DAPPRPT-LINE.
005310     WRITE DAPPRPT-LINE.
005320
005330     MOVE SPACES TO DAPPRPT-LINE.
005340     IF WS-MODE-RESYNC
005350         STRING 'RUN DATE: ' WS-CURR-DATE
005360             '   MODE: RESYNC FROM ITEMOUT'
005370             DELIMITED BY SIZE INTO DAPPRPT-LINE
005380     ELSE
005390         STRING 'RUN DATE: ' WS-CURR-DATE
005400             '   MODE: APPLY DELTA'
005410             DELIMITED BY SIZE INTO DAPPRPT-LINE
005420     END-IF.
005430     WRITE DAPPRPT-LINE.
005440 5000-WRITE-RPT-HEADER-EXIT.
005450     EXIT.
005460*
005470*****************************************************************
005480*    6000 SERIES  --  FULL RESYNC FROM ITEMOUT                  *
005490*****************************************************************
005500 6000-RESYNC-FROM-ITEMOUT.
005510*    REBUILDS THE MIRROR FROM THE FULL DUMP.  THE MIRROR IS
005520*    OPENED OUTPUT, SO WHATEVER DRIFTED IS SIMPLY REPLACED -
005530*    THAT IS THE WHOLE POINT OF THE RESYNC.
005540     OPEN INPUT ITEMOUT.
005550     IF WS-ITEMOUT-STATUS NOT = '00' AND
005560        WS-ITEMOUT-STATUS NOT = '05'
005570         DISPLAY 'ITMDAPP - UNABLE TO OPEN ITEMOUT, STATUS = '
005580             WS-ITEMOUT-STATUS
005590         SET WS-ABNORMAL-RUN TO TRUE
005600         MOVE 16 TO RETURN-CODE
005610         GO TO 6000-RESYNC-FROM-ITEMOUT-EXIT
005620     END-IF.
005630     OPEN OUTPUT ITEMMIR.
005640     IF WS-ITEMMIR-STATUS NOT = '00' AND
005650        WS-ITEMMIR-STATUS NOT = '05'
005660         DISPLAY 'ITMDAPP - UNABLE TO OPEN ITEMMIR, STATUS = '
005670             WS-ITEMMIR-STATUS
005680         SET WS-ABNORMAL-RUN TO TRUE
005690         MOVE 16 TO RETURN-CODE
005700         GO TO 6000-RESYNC-FROM-ITEMOUT-EXIT
005710     END-IF.
005720
005730     PERFORM 6100-RESYNC-ONE-ROW
005740         THRU 6100-RESYNC-ONE-ROW-EXIT
005750         UNTIL WS-OUT-EOF.
005760
005770     MOVE SPACES TO DAPPRPT-LINE.
005780     STRING 'ROWS RESYNCED ............ ' WS-ROWS-RESYNCED
005790         DELIMITED BY SIZE INTO DAPPRPT-LINE.
005800     WRITE DAPPRPT-LINE.
005810     DISPLAY 'ITMDAPP - MIRROR REBUILT, ' WS-ROWS-RESYNCED
005820         ' ROWS.'.
005830 6000-RESYNC-FROM-ITEMOUT-EXIT.
005840     EXIT.
005850
005860 6100-RESYNC-ONE-ROW.
005870     READ ITEMOUT
005880         AT END
005890             SET WS-OUT-EOF TO TRUE
005900             GO TO 6100-RESYNC-ONE-ROW-EXIT
005910     END-READ.
005920     IF WS-ITEMOUT-STATUS NOT = '00'
005930         SET WS-OUT-EOF TO TRUE
005940         GO TO 6100-RESYNC-ONE-ROW-EXIT
005950     END-IF.
005960     MOVE IO-ITEM-KEY  TO MR-ITEM-KEY.
005970     MOVE IO-ITEM-DATA TO MR-ITEM-DATA.
005980     WRITE ITEMMIR-RECORD
005990         INVALID KEY
006000             DISPLAY 'ITMDAPP - RESYNC WRITE FAILED FOR KEY '
006010                 MR-ITEM-KEY
006020             MOVE 8 TO RETURN-CODE
006030             GO TO 6100-RESYNC-ONE-ROW-EXIT
006040     END-WRITE.
006050     ADD 1 TO WS-ROWS-RESYNCED.
006060 6100-RESYNC-ONE-ROW-EXIT.
006070     EXIT.
006080*
006090*****************************************************************
006100*    9000 SERIES  --  TERMINATION                               *
006110*****************************************************************
006120 9000-CLOSE-FILES.
006130     CLOSE ITEMDLT.
006140     CLOSE ITEMOUT.
006150     CLOSE ITEMMIR.
006160     CLOSE DAPPRPT.
006170 9000-CLOSE-FILES-EXIT.
006180     EXIT.
