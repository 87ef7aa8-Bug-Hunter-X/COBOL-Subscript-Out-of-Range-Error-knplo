000320*                      ITMLOAD IS LIVE AGAINST ITEMTAB, THE
000330*                      SAME INTERLOCK THE OTHER ITEMTAB
000340*                      WRITERS HONOR.
000350*    2026-10-15  DRO   9999-EXIT ENDS WITH GOBACK INSTEAD OF
000360*                      STOP RUN, SO THE NEW ITMSTRM NIGHTLY
000370*                      STREAM DRIVER CAN CALL THIS PROGRAM AS
000380*                      A STEP AND READ ITS RETURN CODE.  RUN
000390*                      ON ITS OWN IT ENDS EXACTLY AS BEFORE.
000400*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000410*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000420*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000430*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000440*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
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
000640     SELECT PURGRPT ASSIGN TO 'PURGRPT'
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PURGRPT-STATUS.
000670
000680     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS RL-RECORD-KEY
000720         FILE STATUS IS WS-ITMRUNCT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ITEMTAB
000770     LABEL RECORDS ARE STANDARD.
000780     COPY ITMTABR.
000790
000800 FD  PURGRPT
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  PURGRPT-LINE                PIC X(80).
000840
000850 FD  ITMRUNCT
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ITMRUNC.
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-FILE-STATUSES.
000910     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
000920     05  WS-PURGRPT-STATUS       PIC X(02) VALUE '00'.
000930     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
000940
000950 01  WS-SWITCHES.
000960     05  WS-ITEMTAB-EOF-SW       PIC X(01) VALUE 'N'.
000970         88  WS-ITEMTAB-EOF              VALUE 'Y'.
000980     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
000990         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001000
001010 01  WS-CURRENT-DATE-TIME.
001020     05  WS-CURR-DATE            PIC 9(08).
001030     05  WS-CURR-TIME.
001040         10  WS-CURR-HH          PIC 9(02).
001050         10  WS-CURR-MN          PIC 9(02).
001060         10  WS-CURR-SS          PIC 9(02).
001070         10  WS-CURR-HS          PIC 9(02).
001080
001090 77  WS-RETENTION-DAYS           PIC 9(05) VALUE ZERO.
001100 77  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001110 77  WS-CUTOFF-INTEGER           PIC 9(07) VALUE ZERO.
001120 77  WS-ROWS-READ                PIC 9(05) VALUE ZERO.
001130 77  WS-ROWS-PURGED              PIC 9(05) VALUE ZERO.
001140 77  WS-ROWS-RETAINED            PIC 9(05) VALUE ZERO.
001150 77  WS-MANUAL-RETAINED          PIC 9(05) VALUE ZERO.
001160 77  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
001170
001180 PROCEDURE DIVISION.
001190*
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001220
001230     IF WS-ABNORMAL-RUN
001240         GO TO 9900-ABEND-EXIT
001250     END-IF.
001260
001270     PERFORM 2000-PURGE-LOOP THRU 2000-PURGE-LOOP-EXIT
001280         UNTIL WS-ITEMTAB-EOF.
001290
001300     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT.
001310     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001320     GO TO 9999-EXIT.
001330
001340 9900-ABEND-EXIT.
001350     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001360
001370 9999-EXIT.
001380     GOBACK.
001390*
001400*****************************************************************
001410*    1000 SERIES  --  RUN INITIALIZATION                        *
001420*****************************************************************
001430 1000-INITIALIZE-RUN.
001440     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001450     ACCEPT WS-CURR-TIME FROM TIME.
001460
001470     DISPLAY 'ITMPURGE - ENTER RETENTION PERIOD IN DAYS: '
001480         WITH NO ADVANCING.
001490     ACCEPT WS-RETENTION-DAYS.
001500
001510     IF WS-RETENTION-DAYS NOT NUMERIC
001520      OR WS-RETENTION-DAYS = ZERO
001530         DISPLAY 'ITMPURGE - RETENTION PERIOD MUST BE A '
001540             'POSITIVE NUMBER OF DAYS'
001550         SET WS-ABNORMAL-RUN TO TRUE
001560         MOVE 16 TO RETURN-CODE
001570         GO TO 1000-INITIALIZE-RUN-EXIT
001580     END-IF.
001590
001600*    ROWS LOADED ON OR AFTER THE CUTOFF DATE ARE INSIDE THE
001610*    RETENTION WINDOW AND STAY.  ORDINARY VERBS CANNOT WALK THE
001620*    CALENDAR BACKWARDS ACROSS MONTH AND YEAR ENDS, SO THE
001630*    CUTOFF IS COMPUTED THROUGH THE DATE CONVERSION FUNCTIONS.
001640     COMPUTE WS-CUTOFF-INTEGER =
001650         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE)
001660         - WS-RETENTION-DAYS.
001670     COMPUTE WS-CUTOFF-DATE =
001680         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER).
001690
001700     OPEN OUTPUT PURGRPT.
001710     IF WS-PURGRPT-STATUS NOT = '00'
001720         DISPLAY 'ITMPURGE - UNABLE TO OPEN PURGRPT, STATUS = '
001730             WS-PURGRPT-STATUS
001740         SET WS-ABNORMAL-RUN TO TRUE
001750         MOVE 16 TO RETURN-CODE
001760         GO TO 1000-INITIALIZE-RUN-EXIT
001770     END-IF.
001780
001790*    THE SAME RUN-CONTROL INTERLOCK THE OTHER ITEMTAB WRITERS
001800*    HONOR: WHILE ITMLOAD HAS THE LOCK ROW MARKED ACTIVE -
001810*    LIVE OR CRASHED AND AWAITING RESTART - NOTHING ELSE MAY
001820*    MUTATE ITEMTAB.  THE SCHEDULER CAN SIMPLY RERUN THE PURGE
001830*    AFTER THE LOAD CLEARS.
001840     OPEN INPUT ITMRUNCT.
001850     IF WS-ITMRUNCT-STATUS = '00'
001860         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
001870         READ ITMRUNCT
001880             INVALID KEY
001890                 CONTINUE
001900             NOT INVALID KEY
001910                 IF RL-LOAD-ACTIVE
001920                     DISPLAY 'ITMPURGE - ITMLOAD IS RUNNING '
001930                         'AGAINST ITEMTAB, RUN REFUSED'
001940                     SET WS-ABNORMAL-RUN TO TRUE
001950                     MOVE 8 TO RETURN-CODE
001960                 END-IF
001970         END-READ
001980     END-IF.
001990     CLOSE ITMRUNCT.
002000     IF WS-ABNORMAL-RUN
002010         GO TO 1000-INITIALIZE-RUN-EXIT
002020     END-IF.
002030
002040     OPEN I-O ITEMTAB.
002050     IF WS-ITEMTAB-STATUS NOT = '00'
002060         DISPLAY 'ITMPURGE - UNABLE TO OPEN ITEMTAB, STATUS = '
002070             WS-ITEMTAB-STATUS
002080         SET WS-ABNORMAL-RUN TO TRUE
002090         MOVE 16 TO RETURN-CODE
002100         GO TO 1000-INITIALIZE-RUN-EXIT
002110     END-IF.
002120
002130     MOVE ZERO TO IT-ITEM-KEY.
002140     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
002150         INVALID KEY
002160             DISPLAY 'ITMPURGE - ITEMTAB IS EMPTY, NOTHING '
002170                 'TO PURGE'
002180             SET WS-ITEMTAB-EOF TO TRUE
002190     END-START.
002200
002210     PERFORM 3100-WRITE-RPT-HEADER
002220         THRU 3100-WRITE-RPT-HEADER-EXIT.
002230 1000-INITIALIZE-RUN-EXIT.
002240     EXIT.
002250*
002260*****************************************************************
002270*    2000 SERIES  --  PURGE LOOP                                *
002280*****************************************************************
002290 2000-PURGE-LOOP.
002300     READ ITEMTAB NEXT RECORD
002310         AT END
002320             SET WS-ITEMTAB-EOF TO TRUE
002330             GO TO 2000-PURGE-LOOP-EXIT
002340     END-READ.
002350*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
002360     IF WS-ITEMTAB-STATUS NOT = '00'
002370         SET WS-ITEMTAB-EOF TO TRUE
002380         GO TO 2000-PURGE-LOOP-EXIT
002390     END-IF.
002400     ADD 1 TO WS-ROWS-READ.
002410
002420*    A MANUALLY CORRECTED ROW IS AN OPERATOR DECISION, NOT A
002430*    LOAD BY-PRODUCT, SO IT IS KEPT NO MATTER HOW OLD IT IS.
002440     IF IT-STATUS-MANUAL
002450         ADD 1 TO WS-MANUAL-RETAINED
002460         GO TO 2000-PURGE-LOOP-EXIT
002470     END-IF.
002480
002490     IF IT-LOAD-DATE < WS-CUTOFF-DATE
002500         PERFORM 2100-PURGE-ROW THRU 2100-PURGE-ROW-EXIT
002510     ELSE
002520         ADD 1 TO WS-ROWS-RETAINED
002530     END-IF.
002540 2000-PURGE-LOOP-EXIT.
002550     EXIT.
002560
002570 2100-PURGE-ROW.
002580*    A ROW IS ONLY REPORTED AND COUNTED AS PURGED ONCE THE
002590*    DELETE HAS ACTUALLY TAKEN - A FAILED DELETE LEAVES THE ROW
002600*    ON FILE AND MUST NOT MAKE THE REPORT SAY OTHERWISE.
002610     DELETE ITEMTAB RECORD
002620         INVALID KEY
002630             DISPLAY 'ITMPURGE - DELETE FAILED FOR KEY '
002640                 IT-ITEM-KEY ', STATUS = ' WS-ITEMTAB-STATUS
002650             ADD 1 TO WS-ROWS-RETAINED
002660             GO TO 2100-PURGE-ROW-EXIT
002670     END-DELETE.
002680     PERFORM 3200-WRITE-PURGED-LINE
002690         THRU 3200-WRITE-PURGED-LINE-EXIT.
002700     ADD 1 TO WS-ROWS-PURGED.
002710 2100-PURGE-ROW-EXIT.
002720     EXIT.
002730*
002740*****************************************************************
002750*    3000 SERIES  --  PURGE REPORT                              *
002760*****************************************************************
002770 3000-WRITE-TOTALS.
002780     MOVE SPACES TO PURGRPT-LINE.
002790     WRITE PURGRPT-LINE.
002800
002810     MOVE SPACES TO PURGRPT-LINE.
002820     STRING 'ROWS READ ................ ' WS-ROWS-READ
002830         DELIMITED BY SIZE INTO PURGRPT-LINE.
002840     WRITE PURGRPT-LINE.
002850
002860     MOVE SPACES TO PURGRPT-LINE.
002870     STRING 'ROWS PURGED .............. ' WS-ROWS-PURGED
002880         DELIMITED BY SIZE INTO PURGRPT-LINE.
002890     WRITE PURGRPT-LINE.
002900
002910     MOVE SPACES TO PURGRPT-LINE.
002920     STRING 'ROWS RETAINED, CURRENT ... ' WS-ROWS-RETAINED
002930         DELIMITED BY SIZE INTO PURGRPT-LINE.
002940     WRITE PURGRPT-LINE.
002950
002960     MOVE SPACES TO PURGRPT-LINE.
002970     STRING 'ROWS RETAINED, MANUAL .... ' WS-MANUAL-RETAINED
002980         DELIMITED BY SIZE INTO PURGRPT-LINE.
002990     WRITE PURGRPT-LINE.
003000 3000-WRITE-TOTALS-EXIT.
003010     EXIT.
003020
003030 3100-WRITE-RPT-HEADER.
003040     MOVE SPACES TO PURGRPT-LINE.
003050     STRING 'ITMPURGE  ITEMTAB RETENTION PURGE REPORT'
003060         DELIMITED BY SIZE INTO PURGRPT-LINE.
003070     WRITE PURGRPT-LINE.
003080
003090     MOVE SPACES TO PURGRPT-LINE.
003100     STRING 'RUN DATE: ' WS-CURR-DATE
003110         '   RETENTION DAYS: ' WS-RETENTION-DAYS
003120         '   CUTOFF DATE: ' WS-CUTOFF-DATE
003130         DELIMITED BY SIZE INTO PURGRPT-LINE.
003140     WRITE PURGRPT-LINE.
003150
003160     MOVE SPACES TO PURGRPT-LINE.
003170     STRING 'ROWS PURGED (KEY / LOAD DATE):'
003180         DELIMITED BY SIZE INTO PURGRPT-LINE.
003190     WRITE PURGRPT-LINE.
003200 3100-WRITE-RPT-HEADER-EXIT.
003210     EXIT.
003220
003230 3200-WRITE-PURGED-LINE.
003240     MOVE SPACES TO PURGRPT-LINE.
003250     STRING '  ' IT-ITEM-KEY '  ' IT-LOAD-DATE
003260         DELIMITED BY SIZE INTO PURGRPT-LINE.
003270     WRITE PURGRPT-LINE.
003280 3200-WRITE-PURGED-LINE-EXIT.
003290     EXIT.
003300*
003310*****************************************************************
003320*    9000 SERIES  --  TERMINATION                               *
003330*****************************************************************
003340 9000-CLOSE-FILES.
003350     CLOSE ITEMTAB.
003360     CLOSE PURGRPT.
003370 9000-CLOSE-FILES-EXIT.
003380     EXIT.
