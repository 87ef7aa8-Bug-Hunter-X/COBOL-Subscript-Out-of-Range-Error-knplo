000440*                      OPERATOR REFUSES THE RUN (RC=08), AND
000450*                      THE ITMJRNL RECORDS NOW NAME THAT
000460*                      OPERATOR INSTEAD OF THE JOB NAME.
000470*    2026-10-15  DRO   A CORRECTION THAT CHANGES THE UNIT COST
000480*                      NOW ALSO WRITES A RECORD TO THE COSTHIST
000490*                      COST HISTORY FILE (ITMCSTR COPYBOOK) WITH
000500*                      THE OLD AND NEW COST AND THE OPERATOR.
000510*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000520*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000530*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000540*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000550*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000560*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.  IBM-370.
000600 OBJECT-COMPUTER.  IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ITEMCORR ASSIGN TO 'ITEMCORR'
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-ITEMCORR-STATUS.
000660
000670     SELECT ITEMTAB ASSIGN TO 'ITEMTAB'
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS IT-ITEM-KEY
000710         ALTERNATE RECORD KEY IS IT-VENDOR-NO
000720             WITH DUPLICATES
000730         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
000740             WITH DUPLICATES
000750         ALTERNATE RECORD KEY IS IT-ITEM-DESC
000760             WITH DUPLICATES
000770         FILE STATUS IS WS-ITEMTAB-STATUS.
000780
000790     SELECT UPDTRPT ASSIGN TO 'UPDTRPT'
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-UPDTRPT-STATUS.
000820
000830     SELECT OPTIONAL ITMJRNL ASSIGN TO 'ITMJRNL'
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-ITMJRNL-STATUS.
000860
000870     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS RL-RECORD-KEY
000910         FILE STATUS IS WS-ITMRUNCT-STATUS.
000920
000930     SELECT OPTIONAL OPERPROF ASSIGN TO 'OPERPROF'
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS OP-OPERATOR-ID
000970         FILE STATUS IS WS-OPERPROF-STATUS.
000980
000990     SELECT OPTIONAL COSTHIST ASSIGN TO 'COSTHIST'
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS CH-HIST-KEY
001030         FILE STATUS IS WS-COSTHIST-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  ITEMCORR
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  ITEMCORR-RECORD.
001110     05  CO-ITEM-KEY             PIC 9(05).
001120     05  CO-ITEM-DATA.
001130         10  CO-ITEM-DESC        PIC X(20).
001140         10  CO-UNIT-COST        PIC 9(05)V99.
001150         10  CO-ONHAND-QTY       PIC 9(05).
001160         10  CO-REORDER-POINT    PIC 9(05).
001170         10  CO-VENDOR-NO        PIC 9(05).
001180         10  CO-WAREHOUSE-CD     PIC X(02).
001190     05  FILLER                  PIC X(31).
001200
001210 FD  ITEMTAB
001220     LABEL RECORDS ARE STANDARD.
001230     COPY ITMTABR.
001240
001250 FD  UPDTRPT
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  UPDTRPT-LINE                PIC X(80).
001290
001300 FD  ITMJRNL
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330     COPY ITMJRNL.
001340
001350 FD  ITMRUNCT
001360     LABEL RECORDS ARE STANDARD.
001370     COPY ITMRUNC.
001380
001390 FD  OPERPROF
001400     LABEL RECORDS ARE STANDARD.
001410     COPY ITMOPRR.
001420
001430 FD  COSTHIST
001440     LABEL RECORDS ARE STANDARD.
001450     COPY ITMCSTR.
001460
001470 WORKING-STORAGE SECTION.
001480 01  WS-FILE-STATUSES.
001490     05  WS-ITEMCORR-STATUS      PIC X(02) VALUE '00'.
001500     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001510     05  WS-UPDTRPT-STATUS       PIC X(02) VALUE '00'.
001520     05  WS-ITMJRNL-STATUS       PIC X(02) VALUE '00'.
001530     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001540     05  WS-OPERPROF-STATUS      PIC X(02) VALUE '00'.
001550     05  WS-COSTHIST-STATUS      PIC X(02) VALUE '00'.
001560
001570 01  WS-SWITCHES.
001580     05  WS-ITEMCORR-EOF-SW      PIC X(01) VALUE 'N'.
001590         88  WS-ITEMCORR-EOF             VALUE 'Y'.
001600     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001610         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001620     05  WS-ROW-FOUND-SW         PIC X(01) VALUE 'N'.
001630         88  WS-ROW-FOUND                 VALUE 'Y'.
001640         88  WS-ROW-NOT-FOUND             VALUE 'N'.
001650     05  WS-COSTHIST-OK-SW       PIC X(01) VALUE 'N'.
001660         88  WS-COSTHIST-USABLE          VALUE 'Y'.
001670     05  WS-HIST-DONE-SW         PIC X(01) VALUE 'N'.
001680         88  WS-HIST-DONE                VALUE 'Y'.
001690
001700 01  WS-CURRENT-DATE-TIME.
001710     05  WS-CURR-DATE            PIC 9(08).
001720     05  WS-CURR-TIME.
001730         10  WS-CURR-HH          PIC 9(02).
001740         10  WS-CURR-MN          PIC 9(02).
001750         10  WS-CURR-SS          PIC 9(02).
001760         10  WS-CURR-HS          PIC 9(02).
001770
001780 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
001790
001800 01  WS-BEFORE-IMAGE             PIC X(64) VALUE SPACES.
001810 01  WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
001820     05  FILLER                  PIC X(25).
001830     05  WS-BEFORE-UNIT-COST     PIC 9(05)V99.
001840     05  FILLER                  PIC X(32).
001850
001860 01  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
001870
001880 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001890
001900 77  WS-CARDS-READ               PIC 9(05) VALUE ZERO.
001910 77  WS-CARDS-APPLIED            PIC 9(05) VALUE ZERO.
001920 77  WS-CARDS-REJECTED           PIC 9(05) VALUE ZERO.
001930
001940 PROCEDURE DIVISION.
001950*
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001980
001990     IF WS-ABNORMAL-RUN
002000         GO TO 9900-ABEND-EXIT
002010     END-IF.
002020
002030     PERFORM 2000-APPLY-LOOP THRU 2000-APPLY-LOOP-EXIT
002040         UNTIL WS-ITEMCORR-EOF.
002050
002060     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT.
002070     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002080
002090     IF WS-CARDS-REJECTED > ZERO
002100         MOVE 4 TO RETURN-CODE
002110     END-IF.
002120     GO TO 9999-EXIT.
002130
002140 9900-ABEND-EXIT.
002150     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002160
002170 9999-EXIT.
002180     STOP RUN.
002190*
002200*****************************************************************
002210*    1000 SERIES  --  RUN INITIALIZATION                        *
002220*****************************************************************
002230 1000-INITIALIZE-RUN.
002240     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002250     ACCEPT WS-CURR-TIME FROM TIME.
002260
002270     OPEN OUTPUT UPDTRPT.
002280     IF WS-UPDTRPT-STATUS NOT = '00'
002290         DISPLAY 'ITMUPDT - UNABLE TO OPEN UPDTRPT, STATUS = '
002300             WS-UPDTRPT-STATUS
002310         SET WS-ABNORMAL-RUN TO TRUE
002320         MOVE 16 TO RETURN-CODE
002330         GO TO 1000-INITIALIZE-RUN-EXIT
002340     END-IF.
002350
002360     OPEN INPUT ITEMCORR.
002370     IF WS-ITEMCORR-STATUS NOT = '00'
002380         DISPLAY 'ITMUPDT - UNABLE TO OPEN ITEMCORR, STATUS = '
002390             WS-ITEMCORR-STATUS
002400         SET WS-ABNORMAL-RUN TO TRUE
002410         MOVE 16 TO RETURN-CODE
002420         GO TO 1000-INITIALIZE-RUN-EXIT
002430     END-IF.
002440
002450     PERFORM 1100-CHECK-OPERATOR-PROFILE
002460         THRU 1100-CHECK-OPERATOR-PROFILE-EXIT.
002470     IF WS-ABNORMAL-RUN
002480         GO TO 1000-INITIALIZE-RUN-EXIT
002490     END-IF.
002500
002510*    THE SAME RUN-CONTROL INTERLOCK ITMINQ HONORS: WHILE
002520*    ITMLOAD HAS THE LOCK ROW MARKED ACTIVE, BATCH CORRECTIONS
002530*    MUST NOT RACE THE LOAD ON ITEMTAB.  THE SCHEDULER CAN
002540*    SIMPLY RERUN THIS JOB AFTER THE LOAD CLEARS.
002550     OPEN INPUT ITMRUNCT.
002560     IF WS-ITMRUNCT-STATUS = '00'
002570         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
002580         READ ITMRUNCT
002590             INVALID KEY
002600                 CONTINUE
002610             NOT INVALID KEY
002620                 IF RL-LOAD-ACTIVE
002630                     DISPLAY 'ITMUPDT - ITMLOAD IS RUNNING '
002640                         'AGAINST ITEMTAB, RUN REFUSED'
002650                     SET WS-ABNORMAL-RUN TO TRUE
002660                     MOVE 8 TO RETURN-CODE
002670                 END-IF
002680         END-READ
002690     END-IF.
002700     CLOSE ITMRUNCT.
002710     IF WS-ABNORMAL-RUN
002720         GO TO 1000-INITIALIZE-RUN-EXIT
002730     END-IF.
002740
002750     OPEN I-O ITEMTAB.
002760     IF WS-ITEMTAB-STATUS NOT = '00'
002770         DISPLAY 'ITMUPDT - UNABLE TO OPEN ITEMTAB, STATUS = '
002780             WS-ITEMTAB-STATUS
002790         SET WS-ABNORMAL-RUN TO TRUE
002800         MOVE 16 TO RETURN-CODE
002810         GO TO 1000-INITIALIZE-RUN-EXIT
002820     END-IF.
002830
002840*    THE JOURNAL ACCUMULATES ACROSS RUNS - EXTEND KEEPS PRIOR
002850*    RECORDS AND CREATES THE FILE ON ITS FIRST EVER USE (SAME
002860*    PATTERN AS ITMINQ AND THE LOAD'S ITMAUDIT).
002870     OPEN EXTEND ITMJRNL.
002880     IF WS-ITMJRNL-STATUS NOT = '00' AND
002890        WS-ITMJRNL-STATUS NOT = '05'
002900         DISPLAY 'ITMUPDT - ITMJRNL OPEN STATUS = '
002910             WS-ITMJRNL-STATUS
002920     END-IF.
002930*    THE COST HISTORY IS CREATED ON FIRST USE.  LIKE THE JOURNAL,
002940*    A HISTORY THAT CANNOT BE OPENED IS REPORTED, NOT FATAL.
002950     OPEN I-O COSTHIST.
002960     IF WS-COSTHIST-STATUS = '35'
002970         OPEN OUTPUT COSTHIST
002980         CLOSE COSTHIST
002990         OPEN I-O COSTHIST
003000     END-IF.
003010     IF WS-COSTHIST-STATUS = '00' OR
003020        WS-COSTHIST-STATUS = '05'
003030         SET WS-COSTHIST-USABLE TO TRUE
003040     ELSE
003050         DISPLAY 'ITMUPDT - COSTHIST OPEN STATUS = '
003060             WS-COSTHIST-STATUS ', COST CHANGES NOT RECORDED'
003070     END-IF.
003080     PERFORM 3100-WRITE-RPT-HEADER
003090         THRU 3100-WRITE-RPT-HEADER-EXIT.
003100 1000-INITIALIZE-RUN-EXIT.
003110     EXIT.
003120
003130 1100-CHECK-OPERATOR-PROFILE.
003140*    THE JOURNAL MUST NAME A REAL PERSON, NOT THE JOB, SO THE
003150*    CONTROL INPUT SUPPLIES AN OPERATOR ID AND THE ID MUST BE
003160*    ON THE OPERPROF FILE, ACTIVE, WITH UPDATE OR BACKOUT
003170*    AUTHORITY.  A MASS CORRECTION WITH NO ACCOUNTABLE
003180*    OPERATOR IS REFUSED OUTRIGHT - THE SAME RC=08 REFUSAL
003190*    THE RUN-CONTROL LOCK GIVES.
003200     DISPLAY 'ITMUPDT - ENTER OPERATOR ID: '
003210         WITH NO ADVANCING.
003220     ACCEPT WS-OPERATOR-ID.
003230     IF WS-OPERATOR-ID = SPACES
003240         DISPLAY 'ITMUPDT - OPERATOR ID IS REQUIRED, '
003250             'RUN REFUSED'
003260         SET WS-ABNORMAL-RUN TO TRUE
003270         MOVE 8 TO RETURN-CODE
003280         GO TO 1100-CHECK-OPERATOR-PROFILE-EXIT
003290     END-IF.
003300     OPEN INPUT OPERPROF.
003310     IF WS-OPERPROF-STATUS NOT = '00'
003320         DISPLAY 'ITMUPDT - OPERPROF OPEN STATUS = '
003330             WS-OPERPROF-STATUS ', RUN REFUSED'
003340         SET WS-ABNORMAL-RUN TO TRUE
003350         MOVE 8 TO RETURN-CODE
003360         CLOSE OPERPROF
003370         GO TO 1100-CHECK-OPERATOR-PROFILE-EXIT
003380     END-IF.
003390     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
003400     READ OPERPROF
003410         INVALID KEY
003420             DISPLAY 'ITMUPDT - OPERATOR ' WS-OPERATOR-ID
003430                 ' IS NOT PROFILED, RUN REFUSED'
003440             SET WS-ABNORMAL-RUN TO TRUE
003450             MOVE 8 TO RETURN-CODE
003460         NOT INVALID KEY
003470             IF NOT OP-OPER-ACTIVE
003480                 DISPLAY 'ITMUPDT - OPERATOR ' WS-OPERATOR-ID
003490                     ' IS INACTIVE, RUN REFUSED'
003500                 SET WS-ABNORMAL-RUN TO TRUE
003510                 MOVE 8 TO RETURN-CODE
003520             ELSE
003530                 IF NOT OP-AUTH-UPDATE
003540                  AND NOT OP-AUTH-BACKOUT
003550                     DISPLAY 'ITMUPDT - OPERATOR '
003560                         WS-OPERATOR-ID ' HAS NO UPDATE '
003570                         'AUTHORITY, RUN REFUSED'
003580                     SET WS-ABNORMAL-RUN TO TRUE
003590                     MOVE 8 TO RETURN-CODE
003600                 END-IF
003610             END-IF
003620     END-READ.
003630     CLOSE OPERPROF.
003640 1100-CHECK-OPERATOR-PROFILE-EXIT.
003650     EXIT.
003660*
003670*****************************************************************
003680*    2000 SERIES  --  CORRECTION APPLY LOOP                     *
003690*****************************************************************
003700 2000-APPLY-LOOP.
003710     READ ITEMCORR
003720         AT END
003730             SET WS-ITEMCORR-EOF TO TRUE
003740             GO TO 2000-APPLY-LOOP-EXIT
003750     END-READ.
003760     ADD 1 TO WS-CARDS-READ.
003770
003780     IF CO-ITEM-KEY NOT NUMERIC
003790      OR CO-ITEM-KEY = ZERO
003800         MOVE 'ITEM KEY IS MISSING OR NOT NUMERIC'
003810             TO WS-REJECT-REASON
003820         PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
003830         GO TO 2000-APPLY-LOOP-EXIT
003840     END-IF.
003850
003860     IF CO-UNIT-COST NOT NUMERIC
003870      OR CO-ONHAND-QTY NOT NUMERIC
003880      OR CO-REORDER-POINT NOT NUMERIC
003890      OR CO-VENDOR-NO NOT NUMERIC
003900         MOVE 'CORRECTION NUMERIC FIELD IS NOT NUMERIC'
003910             TO WS-REJECT-REASON
003920         PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
003930         GO TO 2000-APPLY-LOOP-EXIT
003940     END-IF.
003950
003960     PERFORM 2100-APPLY-CORRECTION
003970         THRU 2100-APPLY-CORRECTION-EXIT.
003980 2000-APPLY-LOOP-EXIT.
003990     EXIT.
004000
004010 2100-APPLY-CORRECTION.
004020*    THE ROW IS REWRITTEN THE SAME WAY ITMINQ'S UPDATE DOES IT:
004030*    REPLACEMENT FIELDS IN, MANUAL STATUS ON, SO THE OVERRIDE
004040*    LOGIC IN THE NEXT NIGHTLY LOAD HONORS THE CORRECTION
004050*    INSTEAD OF ROLLING IT BACK.  THE LOAD DATE IS LEFT AS THE
004060*    LOADER WROTE IT - A CORRECTION IS NOT A LOAD.
004070     SET WS-ROW-NOT-FOUND TO TRUE.
004080     MOVE CO-ITEM-KEY TO IT-ITEM-KEY.
004090     READ ITEMTAB
004100         INVALID KEY
004110             CONTINUE
004120         NOT INVALID KEY
004130             SET WS-ROW-FOUND TO TRUE
004140     END-READ.
004150     IF WS-ROW-NOT-FOUND
004160         MOVE 'ITEM KEY IS NOT ON FILE' TO WS-REJECT-REASON
004170         PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
004180         GO TO 2100-APPLY-CORRECTION-EXIT
004190     END-IF.
004200
004210     MOVE ITEMTAB-RECORD TO WS-BEFORE-IMAGE.
004220     MOVE CO-ITEM-DESC     TO IT-ITEM-DESC.
004230     MOVE CO-UNIT-COST     TO IT-UNIT-COST.
004240     MOVE CO-ONHAND-QTY    TO IT-ONHAND-QTY.
004250     MOVE CO-REORDER-POINT TO IT-REORDER-POINT.
004260     MOVE CO-VENDOR-NO     TO IT-VENDOR-NO.
004270     MOVE CO-WAREHOUSE-CD  TO IT-WAREHOUSE-CD.
004280     SET IT-STATUS-MANUAL TO TRUE.
004290     REWRITE ITEMTAB-RECORD
004300         INVALID KEY
004310             MOVE 'REWRITE FAILED, ROW NOT UPDATED'
004320                 TO WS-REJECT-REASON
004330             PERFORM 2200-REJECT-CARD
004340                 THRU 2200-REJECT-CARD-EXIT
004350             GO TO 2100-APPLY-CORRECTION-EXIT
004360     END-REWRITE.
004370     PERFORM 2300-WRITE-JOURNAL THRU 2300-WRITE-JOURNAL-EXIT.
004380     PERFORM 2400-RECORD-COST-CHANGE
004390         THRU 2400-RECORD-COST-CHANGE-EXIT.
004400     ADD 1 TO WS-CARDS-APPLIED.
004410 2100-APPLY-CORRECTION-EXIT.
004420     EXIT.
004430
004440 2300-WRITE-JOURNAL.
004450*    THE SAME BEFORE/AFTER JOURNAL RECORD ITMINQ WRITES, SO A
004460*    BATCH CORRECTION CAN BE BACKED OUT FROM ITMINQ LIKE AN
004470*    ONLINE ONE.  THE OPERATOR ID IS THE PROFILED OPERATOR
004480*    FROM THE CONTROL INPUT, SO THE JOURNAL NAMES THE PERSON
004490*    WHO SUBMITTED THE CORRECTIONS, NOT THE JOB.
004500     MOVE WS-OPERATOR-ID      TO JR-OPERATOR-ID.
004510     MOVE 'U'                 TO JR-ACTION-CD.
004520     MOVE WS-CURR-DATE        TO JR-EVENT-DATE.
004530     MOVE WS-CURR-TIME (1:6)  TO JR-EVENT-TIME.
004540     MOVE IT-ITEM-KEY         TO JR-ITEM-KEY.
004550     MOVE WS-BEFORE-IMAGE     TO JR-BEFORE-IMAGE.
004560     MOVE ITEMTAB-RECORD      TO JR-AFTER-IMAGE.
004570     WRITE JOURNAL-RECORD.
004580 2300-WRITE-JOURNAL-EXIT.
004590     EXIT.
004600
004610 2200-REJECT-CARD.
004620     MOVE SPACES TO UPDTRPT-LINE.
004630     STRING '  ' CO-ITEM-KEY '  ' CO-ITEM-DATA (1:29)
004640         '  ' WS-REJECT-REASON
004650         DELIMITED BY SIZE INTO UPDTRPT-LINE.
004660     WRITE UPDTRPT-LINE.
004670     ADD 1 TO WS-CARDS-REJECTED.
004680 2200-REJECT-CARD-EXIT.
004690     EXIT.
004700
004710 2400-RECORD-COST-CHANGE.
004720*    ONE COSTHIST RECORD WHEN THE CORRECTION MOVED THE UNIT
004730*    COST, NAMING THE SAME OPERATOR THE JOURNAL DOES.
004740     IF NOT WS-COSTHIST-USABLE
004750         GO TO 2400-RECORD-COST-CHANGE-EXIT
004760     END-IF.
004770     IF IT-UNIT-COST = WS-BEFORE-UNIT-COST
004780         GO TO 2400-RECORD-COST-CHANGE-EXIT
004790     END-IF.
004800     MOVE SPACES              TO COSTHIST-RECORD.
004810     MOVE IT-ITEM-KEY         TO CH-ITEM-KEY.
004820     MOVE WS-CURR-DATE        TO CH-EFF-DATE.
004830     MOVE WS-CURR-TIME (1:6)  TO CH-EFF-TIME.
004840     MOVE ZERO                TO CH-SEQ-NO.
004850     MOVE WS-BEFORE-UNIT-COST TO CH-OLD-COST.
004860     MOVE IT-UNIT-COST        TO CH-NEW-COST.
004870     SET CH-SRC-BATCH-CORR    TO TRUE.
004880     MOVE 'ITMUPDT'           TO CH-PROGRAM-ID.
004890     MOVE WS-OPERATOR-ID      TO CH-OPERATOR-ID.
004900     MOVE IT-ONHAND-QTY       TO CH-ONHAND-QTY.
004910     MOVE IT-WAREHOUSE-CD     TO CH-WAREHOUSE-CD.
004920     MOVE 'N' TO WS-HIST-DONE-SW.
004930     PERFORM 2410-WRITE-COST-HISTORY
004940         THRU 2410-WRITE-COST-HISTORY-EXIT
004950         UNTIL WS-HIST-DONE.
004960 2400-RECORD-COST-CHANGE-EXIT.
004970     EXIT.
004980
004990 2410-WRITE-COST-HISTORY.
005000*    A CORRECTION FILE MAY CARRY THE SAME ITEM TWICE; THE SECOND
005010*    CHANGE IN THE SAME SECOND TAKES THE NEXT SEQUENCE NUMBER.
005020     WRITE COSTHIST-RECORD
005030         INVALID KEY
005040             IF WS-COSTHIST-STATUS = '22'
005050              AND CH-SEQ-NO < 99
005060                 ADD 1 TO CH-SEQ-NO
005070             ELSE
005080                 DISPLAY 'ITMUPDT - UNABLE TO WRITE COSTHIST KEY '
005090                     CH-HIST-KEY ', STATUS = ' WS-COSTHIST-STATUS
005100                 SET WS-HIST-DONE TO TRUE
005110             END-IF
005120             GO TO 2410-WRITE-COST-HISTORY-EXIT
005130     END-WRITE.
005140     SET WS-HIST-DONE TO TRUE.
005150 2410-WRITE-COST-HISTORY-EXIT.
005160     EXIT.
005170*
005180*****************************************************************
005190*    3000 SERIES  --  CONTROL REPORT                            *
005200*****************************************************************
005210 3000-WRITE-TOTALS.
005220     MOVE SPACES TO UPDTRPT-LINE.
005230     WRITE UPDTRPT-LINE.
005240
005250     MOVE SPACES TO UPDTRPT-LINE.
005260     STRING 'CARDS READ ............... ' WS-CARDS-READ
005270         DELIMITED BY SIZE INTO UPDTRPT-LINE.
005280     WRITE UPDTRPT-LINE.
005290
005300     MOVE SPACES TO UPDTRPT-LINE.
005310     STRING 'CORRECTIONS APPLIED ...... ' WS-CARDS-APPLIED
005320         DELIMITED BY SIZE INTO UPDTRPT-LINE.
005330     WRITE UPDTRPT-LINE.
005340
005350     MOVE SPACES TO UPDTRPT-LINE.
005360     STRING 'CORRECTIONS REJECTED ..... ' WS-CARDS-REJECTED
005370         DELIMITED BY SIZE INTO UPDTRPT-LINE.
005380     WRITE UPDTRPT-LINE.
005390 3000-WRITE-TOTALS-EXIT.
005400     EXIT.
005410
005420 3100-WRITE-RPT-HEADER.
005430     MOVE SPACES TO UPDTRPT-LINE.
005440     STRING 'ITMUPDT  BATCH MASS CORRECTION REPORT'
005450         DELIMITED BY SIZE INTO UPDTRPT-LINE.
005460     WRITE UPDTRPT-LINE.
005470
005480     MOVE SPACES TO UPDTRPT-LINE.
005490     STRING 'RUN DATE: ' WS-CURR-DATE
005500         '   OPERATOR: ' WS-OPERATOR-ID
005510         DELIMITED BY SIZE INTO UPDTRPT-LINE.
005520     WRITE UPDTRPT-LINE.
005530
005540     MOVE SPACES TO UPDTRPT-LINE.
005550     STRING 'REJECTED CARDS (KEY / DATA / REASON):'
005560         DELIMITED BY SIZE INTO UPDTRPT-LINE.
005570     WRITE UPDTRPT-LINE.
005580 3100-WRITE-RPT-HEADER-EXIT.
005590     EXIT.
005600*
005610*****************************************************************
005620*    9000 SERIES  --  TERMINATION                               *
005630*****************************************************************
005640 9000-CLOSE-FILES.
005650     CLOSE ITEMCORR.
005660     CLOSE ITEMTAB.
005670     CLOSE UPDTRPT.
005680     CLOSE ITMJRNL.
005690     CLOSE COSTHIST.
005700 9000-CLOSE-FILES-EXIT.
005710     EXIT.
