000290*    DATE        BY    DESCRIPTION
000300*    ----------  ----  -----------------------------------------
000310*    2026-09-03  DRO   ORIGINAL VERSION.
000320*    2026-10-15  DRO   AN APPLIED ITEM WHOSE UNIT COST CHANGES
000330*                      NOW WRITES A RECORD TO THE COSTHIST COST
000340*                      HISTORY FILE (ITMCSTR COPYBOOK) WITH THE
000350*                      COST IT REPLACED AND THE RELEASED COST.
000360*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000370*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000380*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000390*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000400*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  IBM-370.
000450 OBJECT-COMPUTER.  IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL ITEMSUSP ASSIGN TO 'ITEMSUSP'
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-ITEMSUSP-STATUS.
000510
000520     SELECT ITEMTAB ASSIGN TO 'ITEMTAB'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS IT-ITEM-KEY
000560         ALTERNATE RECORD KEY IS IT-VENDOR-NO
000570             WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
000590             WITH DUPLICATES
000600         ALTERNATE RECORD KEY IS IT-ITEM-DESC
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-ITEMTAB-STATUS.
000630
000640     SELECT RELRPT ASSIGN TO 'RELRPT'
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RELRPT-STATUS.
000670
000680     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS RL-RECORD-KEY
000720         FILE STATUS IS WS-ITMRUNCT-STATUS.
000730
000740     SELECT OPTIONAL COSTHIST ASSIGN TO 'COSTHIST'
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CH-HIST-KEY
000780         FILE STATUS IS WS-COSTHIST-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  ITEMSUSP
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY ITMSUSR.
000860
000870 FD  ITEMTAB
000880     LABEL RECORDS ARE STANDARD.
000890     COPY ITMTABR.
000900
000910 FD  RELRPT
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  RELRPT-LINE                 PIC X(80).
000950
000960 FD  ITMRUNCT
000970     LABEL RECORDS ARE STANDARD.
000980     COPY ITMRUNC.
000990
001000 FD  COSTHIST
001010     LABEL RECORDS ARE STANDARD.
001020     COPY ITMCSTR.
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-FILE-STATUSES.
001060     05  WS-ITEMSUSP-STATUS      PIC X(02) VALUE '00'.
001070     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001080     05  WS-RELRPT-STATUS        PIC X(02) VALUE '00'.
001090     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001100     05  WS-COSTHIST-STATUS      PIC X(02) VALUE '00'.
001110
001120 01  WS-SWITCHES.
001130     05  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
001140         88  WS-SUSP-EOF                 VALUE 'Y'.
001150     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001160         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001170     05  WS-QUIT-SW              PIC X(01) VALUE 'N'.
001180         88  WS-QUIT-REQUESTED           VALUE 'Y'.
001190     05  WS-ROW-FOUND-SW         PIC X(01) VALUE 'N'.
001200         88  WS-ROW-FOUND                 VALUE 'Y'.
001210         88  WS-ROW-NOT-FOUND             VALUE 'N'.
001220     05  WS-COSTHIST-OK-SW       PIC X(01) VALUE 'N'.
001230         88  WS-COSTHIST-USABLE          VALUE 'Y'.
001240     05  WS-HIST-DONE-SW         PIC X(01) VALUE 'N'.
001250         88  WS-HIST-DONE                VALUE 'Y'.
001260
001270 01  WS-CURRENT-DATE-TIME.
001280     05  WS-CURR-DATE            PIC 9(08).
001290     05  WS-CURR-TIME.
001300         10  WS-CURR-HH          PIC 9(02).
001310         10  WS-CURR-MN          PIC 9(02).
001320         10  WS-CURR-SS          PIC 9(02).
001330         10  WS-CURR-HS          PIC 9(02).
001340
001350 01  WS-DECISION-ENTERED         PIC X(01) VALUE SPACES.
001360     88  WS-DECISION-APPLY               VALUE 'A'.
001370     88  WS-DECISION-DISCARD             VALUE 'D'.
001380     88  WS-DECISION-QUIT                VALUE 'Q'.
001390
001400 01  WS-EDIT-PRIOR-COST          PIC ZZ,ZZ9.99.
001410 01  WS-EDIT-NEW-COST            PIC ZZ,ZZ9.99.
001420 01  WS-RESULT-TEXT              PIC X(12) VALUE SPACES.
001430 01  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
001440
001450 77  WS-ITEMS-READ               PIC 9(05) VALUE ZERO.
001460 77  WS-ITEMS-APPLIED            PIC 9(05) VALUE ZERO.
001470 77  WS-ITEMS-DISCARDED          PIC 9(05) VALUE ZERO.
001480 77  WS-ITEMS-FAILED             PIC 9(05) VALUE ZERO.
001490 77  WS-ITEMS-PENDING            PIC 9(05) VALUE ZERO.
001500 77  WS-HIST-OLD-COST            PIC 9(05)V99 VALUE ZERO.
001510
001520 PROCEDURE DIVISION.
001530*
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001560
001570     IF WS-ABNORMAL-RUN
001580         GO TO 9900-ABEND-EXIT
001590     END-IF.
001600
001610     PERFORM 2000-RELEASE-LOOP THRU 2000-RELEASE-LOOP-EXIT
001620         UNTIL WS-SUSP-EOF.
001630
001640     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT.
001650     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001660
001670     IF WS-ITEMS-FAILED > ZERO
001680      OR WS-ITEMS-PENDING > ZERO
001690         MOVE 4 TO RETURN-CODE
001700     END-IF.
001710     GO TO 9999-EXIT.
001720
001730 9900-ABEND-EXIT.
001740     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001750
001760 9999-EXIT.
001770     STOP RUN.
001780*
001790*****************************************************************
001800*    1000 SERIES  --  RUN INITIALIZATION                        *
001810*****************************************************************
001820 1000-INITIALIZE-RUN.
001830     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001840     ACCEPT WS-CURR-TIME FROM TIME.
001850
001860     OPEN OUTPUT RELRPT.
001870     IF WS-RELRPT-STATUS NOT = '00'
001880         DISPLAY 'ITMSREL - UNABLE TO OPEN RELRPT, STATUS = '
001890             WS-RELRPT-STATUS
001900         SET WS-ABNORMAL-RUN TO TRUE
001910         MOVE 16 TO RETURN-CODE
001920         GO TO 1000-INITIALIZE-RUN-EXIT
001930     END-IF.
001940
001950*    THE SAME RUN-CONTROL INTERLOCK THE OTHER ITEMTAB WRITERS
001960*    HONOR: WHILE ITMLOAD HAS THE LOCK ROW MARKED ACTIVE,
001970*    NOTHING ELSE MAY MUTATE ITEMTAB.  RERUN THE RELEASE AFTER
001980*    THE LOAD CLEARS.
001990     OPEN INPUT ITMRUNCT.
002000     IF WS-ITMRUNCT-STATUS = '00'
002010         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
002020         READ ITMRUNCT
002030             INVALID KEY
002040                 CONTINUE
002050             NOT INVALID KEY
002060                 IF RL-LOAD-ACTIVE
002070                     DISPLAY 'ITMSREL - ITMLOAD IS RUNNING '
002080                         'AGAINST ITEMTAB, RUN REFUSED'
002090                     SET WS-ABNORMAL-RUN TO TRUE
002100                     MOVE 8 TO RETURN-CODE
002110                 END-IF
002120         END-READ
002130     END-IF.
002140     CLOSE ITMRUNCT.
002150     IF WS-ABNORMAL-RUN
002160         GO TO 1000-INITIALIZE-RUN-EXIT
002170     END-IF.
002180
002190     OPEN INPUT ITEMSUSP.
002200     IF WS-ITEMSUSP-STATUS NOT = '00' AND
002210        WS-ITEMSUSP-STATUS NOT = '05'
002220         DISPLAY 'ITMSREL - UNABLE TO OPEN ITEMSUSP, STATUS = '
002230             WS-ITEMSUSP-STATUS
002240         SET WS-ABNORMAL-RUN TO TRUE
002250         MOVE 16 TO RETURN-CODE
002260         GO TO 1000-INITIALIZE-RUN-EXIT
002270     END-IF.
002280
002290     OPEN I-O ITEMTAB.
002300     IF WS-ITEMTAB-STATUS NOT = '00'
002310         DISPLAY 'ITMSREL - UNABLE TO OPEN ITEMTAB, STATUS = '
002320             WS-ITEMTAB-STATUS
002330         SET WS-ABNORMAL-RUN TO TRUE
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 1000-INITIALIZE-RUN-EXIT
002360     END-IF.
002370
002380*    THE COST HISTORY IS CREATED ON FIRST USE.  IF IT CANNOT BE
002390*    OPENED THE RELEASE STILL RUNS - THE SUSPENSE FILE IS GONE
002400*    AFTER THE NEXT LOAD - BUT THE SUPERVISOR IS TOLD.
002410     OPEN I-O COSTHIST.
002420     IF WS-COSTHIST-STATUS = '35'
002430         OPEN OUTPUT COSTHIST
002440         CLOSE COSTHIST
002450         OPEN I-O COSTHIST
002460     END-IF.
002470     IF WS-COSTHIST-STATUS = '00' OR
002480        WS-COSTHIST-STATUS = '05'
002490         SET WS-COSTHIST-USABLE TO TRUE
002500     ELSE
002510         DISPLAY 'ITMSREL - COSTHIST OPEN STATUS = '
002520             WS-COSTHIST-STATUS ', COST CHANGES NOT RECORDED'
002530     END-IF.
002540
002550     PERFORM 4000-WRITE-RPT-HEADER
002560         THRU 4000-WRITE-RPT-HEADER-EXIT.
002570 1000-INITIALIZE-RUN-EXIT.
002580     EXIT.
002590*
002600*****************************************************************
002610*    2000 SERIES  --  SUPERVISOR RELEASE LOOP                   *
002620*****************************************************************
002630 2000-RELEASE-LOOP.
002640     READ ITEMSUSP
002650         AT END
002660             SET WS-SUSP-EOF TO TRUE
002670             GO TO 2000-RELEASE-LOOP-EXIT
002680     END-READ.
002690     ADD 1 TO WS-ITEMS-READ.
002700
002710*    AFTER AN EARLY QUIT THE REST OF THE FILE IS ONLY COUNTED
002720*    AND REPORTED AS PENDING - NO MORE PROMPTS.
002730     IF WS-QUIT-REQUESTED
002740         ADD 1 TO WS-ITEMS-PENDING
002750         MOVE 'PENDING' TO WS-RESULT-TEXT
002760         PERFORM 2500-WRITE-DECISION-LINE
002770             THRU 2500-WRITE-DECISION-LINE-EXIT
002780         GO TO 2000-RELEASE-LOOP-EXIT
002790     END-IF.
002800
002810     MOVE SP-PRIOR-COST TO WS-EDIT-PRIOR-COST.
002820     MOVE SP-UNIT-COST  TO WS-EDIT-NEW-COST.
002830     DISPLAY ' '.
002840     DISPLAY 'ITEM KEY ........ ' SP-ITEM-KEY.
002850     DISPLAY 'DESCRIPTION ..... ' SP-ITEM-DESC.
002860     DISPLAY 'PRIOR COST ...... ' WS-EDIT-PRIOR-COST.
002870     DISPLAY 'NEW COST ........ ' WS-EDIT-NEW-COST.
002880     DISPLAY 'SWING ........... ' SP-SWING-PCT ' PCT'.
002890     DISPLAY 'VENDOR / WHSE ... ' SP-VENDOR-NO ' / '
002900         SP-WAREHOUSE-CD.
002910     DISPLAY 'HELD ON ......... ' SP-RUN-DATE.
002920
002930     PERFORM 2100-PROMPT-DECISION
002940         THRU 2100-PROMPT-DECISION-EXIT
002950         UNTIL WS-DECISION-APPLY
002960            OR WS-DECISION-DISCARD
002970            OR WS-DECISION-QUIT.
002980
002990     IF WS-DECISION-QUIT
003000         SET WS-QUIT-REQUESTED TO TRUE
003010         ADD 1 TO WS-ITEMS-PENDING
003020         MOVE 'PENDING' TO WS-RESULT-TEXT
003030         PERFORM 2500-WRITE-DECISION-LINE
003040             THRU 2500-WRITE-DECISION-LINE-EXIT
003050         GO TO 2000-RELEASE-LOOP-EXIT
003060     END-IF.
003070
003080     IF WS-DECISION-APPLY
003090         PERFORM 2200-APPLY-ITEM THRU 2200-APPLY-ITEM-EXIT
003100     ELSE
003110         ADD 1 TO WS-ITEMS-DISCARDED
003120         MOVE 'DISCARDED' TO WS-RESULT-TEXT
003130         PERFORM 2500-WRITE-DECISION-LINE
003140             THRU 2500-WRITE-DECISION-LINE-EXIT
003150     END-IF.
003160 2000-RELEASE-LOOP-EXIT.
003170     EXIT.
003180
003190 2100-PROMPT-DECISION.
003200     DISPLAY 'A = APPLY, D = DISCARD, Q = QUIT: '
003210         WITH NO ADVANCING.
003220     MOVE SPACES TO WS-DECISION-ENTERED.
003230     ACCEPT WS-DECISION-ENTERED.
003240     IF NOT WS-DECISION-APPLY
003250      AND NOT WS-DECISION-DISCARD
003260      AND NOT WS-DECISION-QUIT
003270         DISPLAY 'ITMSREL - INVALID CHOICE, TRY AGAIN'
003280     END-IF.
003290 2100-PROMPT-DECISION-EXIT.
003300     EXIT.
003310
003320 2200-APPLY-ITEM.
003330*    THE HELD DETAIL IS APPLIED THE WAY THE LOAD WOULD HAVE
003340*    APPLIED IT: THE ROW'S BUSINESS FIELDS ARE REPLACED AND
003350*    THE STATUS SET TO LOADED - THIS IS VENDOR DATA, NOT A
003360*    MANUAL CORRECTION.  THE LOAD DATE IS LEFT AS IT STANDS;
003370*    THE LOAD ALREADY STAMPED THE CARRIED-FORWARD ROW ON THE
003380*    NIGHT THE ITEM WAS HELD.  A ROW THAT HAS SINCE VANISHED
003390*    (PURGED OR DELETED) IS RE-CREATED WITH THE HOLD DATE.
003400     SET WS-ROW-NOT-FOUND TO TRUE.
003410     MOVE SP-ITEM-KEY TO IT-ITEM-KEY.
003420     READ ITEMTAB
003430         INVALID KEY
003440             CONTINUE
003450         NOT INVALID KEY
003460             SET WS-ROW-FOUND TO TRUE
003470     END-READ.
003480
003490*    THE COST BEING REPLACED IS THE ONE ON THE ROW NOW, WHICH AN
003500*    ONLINE CORRECTION MAY HAVE MOVED SINCE THE HOLD.  A ROW
003510*    THAT HAS TO BE RE-CREATED WAS CARRYING NO COST AT ALL.
003520     MOVE ZERO TO WS-HIST-OLD-COST.
003530     IF WS-ROW-FOUND
003540         MOVE IT-UNIT-COST TO WS-HIST-OLD-COST
003550     END-IF.
003560
003570     IF WS-ROW-FOUND
003580         MOVE SP-ITEM-DATA TO IT-ITEM-DATA
003590         SET IT-STATUS-LOADED TO TRUE
003600         REWRITE ITEMTAB-RECORD
003610             INVALID KEY
003620                 DISPLAY 'ITMSREL - REWRITE FAILED FOR KEY '
003630                     SP-ITEM-KEY
003640                 ADD 1 TO WS-ITEMS-FAILED
003650                 MOVE 'FAILED' TO WS-RESULT-TEXT
003660                 PERFORM 2500-WRITE-DECISION-LINE
003670                     THRU 2500-WRITE-DECISION-LINE-EXIT
003680                 GO TO 2200-APPLY-ITEM-EXIT
003690         END-REWRITE
003700     ELSE
003710         MOVE SP-ITEM-KEY  TO IT-ITEM-KEY
003720         MOVE SP-ITEM-DATA TO IT-ITEM-DATA
003730         SET IT-STATUS-LOADED TO TRUE
003740         MOVE SP-RUN-DATE  TO IT-LOAD-DATE
003750         WRITE ITEMTAB-RECORD
003760             INVALID KEY
003770                 DISPLAY 'ITMSREL - WRITE FAILED FOR KEY '
003780                     SP-ITEM-KEY
003790                 ADD 1 TO WS-ITEMS-FAILED
003800                 MOVE 'FAILED' TO WS-RESULT-TEXT
003810                 PERFORM 2500-WRITE-DECISION-LINE
003820                     THRU 2500-WRITE-DECISION-LINE-EXIT
003830                 GO TO 2200-APPLY-ITEM-EXIT
003840         END-WRITE
003850     END-IF.
003860
003870     PERFORM 2300-RECORD-COST-CHANGE
003880         THRU 2300-RECORD-COST-CHANGE-EXIT.
003890     ADD 1 TO WS-ITEMS-APPLIED.
003900     MOVE 'APPLIED' TO WS-RESULT-TEXT.
003910     PERFORM 2500-WRITE-DECISION-LINE
003920         THRU 2500-WRITE-DECISION-LINE-EXIT.
003930     DISPLAY 'ITMSREL - ITEM ' SP-ITEM-KEY ' APPLIED.'.
003940 2200-APPLY-ITEM-EXIT.
003950     EXIT.
003960
003970 2300-RECORD-COST-CHANGE.
003980     IF NOT WS-COSTHIST-USABLE
003990         GO TO 2300-RECORD-COST-CHANGE-EXIT
004000     END-IF.
004010     IF IT-UNIT-COST = WS-HIST-OLD-COST
004020         GO TO 2300-RECORD-COST-CHANGE-EXIT
004030     END-IF.
004040     MOVE SPACES             TO COSTHIST-RECORD.
004050     MOVE IT-ITEM-KEY        TO CH-ITEM-KEY.
004060     MOVE WS-CURR-DATE       TO CH-EFF-DATE.
004070     MOVE WS-CURR-TIME (1:6) TO CH-EFF-TIME.
004080     MOVE ZERO               TO CH-SEQ-NO.
004090     MOVE WS-HIST-OLD-COST   TO CH-OLD-COST.
004100     MOVE IT-UNIT-COST       TO CH-NEW-COST.
004110     SET CH-SRC-RELEASE      TO TRUE.
004120     MOVE 'ITMSREL'          TO CH-PROGRAM-ID.
004130     MOVE SPACES             TO CH-OPERATOR-ID.
004140     MOVE IT-ONHAND-QTY      TO CH-ONHAND-QTY.
004150     MOVE IT-WAREHOUSE-CD    TO CH-WAREHOUSE-CD.
004160     MOVE 'N' TO WS-HIST-DONE-SW.
004170     PERFORM 2310-WRITE-COST-HISTORY
004180         THRU 2310-WRITE-COST-HISTORY-EXIT
004190         UNTIL WS-HIST-DONE.
004200 2300-RECORD-COST-CHANGE-EXIT.
004210     EXIT.
004220
004230 2310-WRITE-COST-HISTORY.
004240*    A SECOND CHANGE TO THE SAME ITEM IN THE SAME SECOND TAKES
004250*    THE NEXT SEQUENCE NUMBER RATHER THAN BEING LOST.
004260     WRITE COSTHIST-RECORD
004270         INVALID KEY
004280             IF WS-COSTHIST-STATUS = '22'
004290              AND CH-SEQ-NO < 99
004300                 ADD 1 TO CH-SEQ-NO
004310             ELSE
004320                 DISPLAY 'ITMSREL - UNABLE TO WRITE COSTHIST KEY '
004330                     CH-HIST-KEY ', STATUS = ' WS-COSTHIST-STATUS
004340                 SET WS-HIST-DONE TO TRUE
004350             END-IF
004360             GO TO 2310-WRITE-COST-HISTORY-EXIT
004370     END-WRITE.
004380     SET WS-HIST-DONE TO TRUE.
004390 2310-WRITE-COST-HISTORY-EXIT.
004400     EXIT.
004410
004420 2500-WRITE-DECISION-LINE.
004430     MOVE SP-PRIOR-COST TO WS-EDIT-PRIOR-COST.
004440     MOVE SP-UNIT-COST  TO WS-EDIT-NEW-COST.
004450     MOVE SPACES TO RELRPT-LINE.
004460     STRING '  ' SP-ITEM-KEY
004470         '  ' SP-ITEM-DESC
004480         '  ' WS-EDIT-PRIOR-COST
004490         '  ' WS-EDIT-NEW-COST
004500         '  ' SP-SWING-PCT ' PCT'
004510         '  ' WS-RESULT-TEXT
004520         DELIMITED BY SIZE INTO RELRPT-LINE.
004530     WRITE RELRPT-LINE.
004540 2500-WRITE-DECISION-LINE-EXIT.
004550     EXIT.
004560*
004570*****************************************************************
004580*    3000 SERIES  --  RELEASE REPORT TOTALS                     *
004590*****************************************************************
004600 3000-WRITE-TOTALS.
004610     MOVE SPACES TO RELRPT-LINE.
004620     WRITE RELRPT-LINE.
004630
004640     MOVE SPACES TO RELRPT-LINE.
004650     STRING 'ITEMS READ ............... ' WS-ITEMS-READ
004660         DELIMITED BY SIZE INTO RELRPT-LINE.
004670     WRITE RELRPT-LINE.
004680
004690     MOVE SPACES TO RELRPT-LINE.
004700     STRING 'ITEMS APPLIED ............ ' WS-ITEMS-APPLIED
004710         DELIMITED BY SIZE INTO RELRPT-LINE.
004720     WRITE RELRPT-LINE.
004730
004740     MOVE SPACES TO RELRPT-LINE.
004750     STRING 'ITEMS DISCARDED .......... ' WS-ITEMS-DISCARDED
004760         DELIMITED BY SIZE INTO RELRPT-LINE.
004770     WRITE RELRPT-LINE.
004780
004790     MOVE SPACES TO RELRPT-LINE.
004800     STRING 'ITEMS FAILED ............. ' WS-ITEMS-FAILED
004810         DELIMITED BY SIZE INTO RELRPT-LINE.
004820     WRITE RELRPT-LINE.
004830
004840     MOVE SPACES TO RELRPT-LINE.
004850     STRING 'ITEMS LEFT PENDING ....... ' WS-ITEMS-PENDING
004860         DELIMITED BY SIZE INTO RELRPT-LINE.
004870     WRITE RELRPT-LINE.
004880 3000-WRITE-TOTALS-EXIT.
004890     EXIT.
004900
004910 4000-WRITE-RPT-HEADER.
004920     MOVE SPACES TO RELRPT-LINE.
004930     STRING 'ITMSREL  COST SUSPENSE RELEASE REPORT'
004940         DELIMITED BY SIZE INTO RELRPT-LINE.
004950     WRITE RELRPT-LINE.
004960
004970     MOVE SPACES TO RELRPT-LINE.
004980     STRING 'RUN DATE: ' WS-CURR-DATE
004990         DELIMITED BY SIZE INTO RELRPT-LINE.
005000     WRITE RELRPT-LINE.
005010
005020     MOVE SPACES TO RELRPT-LINE.
005030     STRING 'DECISIONS (KEY / DESC / PRIOR / NEW / SWING / '
005040         'RESULT):'
005050         DELIMITED BY SIZE INTO RELRPT-LINE.
005060     WRITE RELRPT-LINE.
005070 4000-WRITE-RPT-HEADER-EXIT.
005080     EXIT.
005090*
005100*****************************************************************
005110*    9000 SERIES  --  TERMINATION                               *
005120*****************************************************************
005130 9000-CLOSE-FILES.
005140     CLOSE ITEMSUSP.
005150     CLOSE ITEMTAB.
005160     CLOSE RELRPT.
005170     CLOSE COSTHIST.
005180 9000-CLOSE-FILES-EXIT.
005190     EXIT.
