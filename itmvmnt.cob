000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ITMVMNT.
000030 AUTHOR.  D R OKAFOR.
000040 INSTALLATION.  MERIDIAN DISTRIBUTION - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*                                                               *
000100*    ITMVMNT  --  VENDOR MASTER MAINTENANCE TRANSACTION         *
000110*                                                               *
000120*    ITMLOAD, ITMINQ AND THE PURCHASING PROGRAMS ALL READ THE   *
000130*    VENDMST VENDOR MASTER, BUT UNTIL NOW NOTHING MAINTAINED    *
000140*    IT - EVERY NEW VENDOR OR STATUS CHANGE WAS A HAND EDIT OF  *
000150*    THE FILE WITH NO RECORD OF WHO DID IT.  THIS ATTENDED      *
000160*    SESSION, OPEN ONLY TO A PROFILED OPERATOR WITH UPDATE      *
000170*    AUTHORITY, ADDS A VENDOR, CHANGES A VENDOR'S NAME, OR      *
000180*    SETS ITS STATUS ACTIVE OR INACTIVE.  EVERY CHANGE IS       *
000190*    JOURNALED TO VENDJRNL WITH BEFORE AND AFTER IMAGES.        *
000200*                                                               *
000210*    VENDMST IS A SMALL SEQUENTIAL FILE KEPT IN ASCENDING       *
000220*    VENDOR ORDER, SO THE SESSION HOLDS IT IN THE SHARED        *
000230*    ITMVTBL TABLE AND WRITES THE WHOLE FILE BACK AFTER EACH    *
000240*    CHANGE.  A MASTER THIS SESSION COULD NOT WRITE BACK        *
000250*    WHOLE - OUT OF ORDER, A BAD VENDOR NUMBER, OR MORE         *
000260*    VENDORS THAN THE TABLE HOLDS - IS REFUSED RATHER THAN      *
000270*    SILENTLY SHORTENED.                                        *
000280*                                                               *
000290*    BEFORE A VENDOR IS MADE INACTIVE, EVERY ITEMTAB ROW STILL  *
000300*    CARRYING THAT VENDOR IS LISTED, BECAUSE THE NEXT LOAD      *
000310*    REJECTS ALL OF THEM IN 2210-VALIDATE-VENDOR.  THE          *
000320*    OPERATOR MUST CONFIRM THE INACTIVATION AFTER SEEING THEM.  *
000330*                                                               *
000340*****************************************************************
000350*
000360*    MODIFICATION HISTORY
000370*    ---------------------------------------------------------
000380*    DATE        BY    DESCRIPTION
000390*    ----------  ----  -----------------------------------------
000400*    2026-10-15  DRO   ORIGINAL VERSION.
000410*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000420*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000430*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000440*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000450*                      SAME KEYS AS EVERY OTHER.  THE ITEM LIST
000460*                      FOR AN INACTIVATION NOW READS ONLY THE
000470*                      VENDOR'S ROWS ON THE VENDOR KEY INSTEAD OF
000480*                      SCANNING THE WHOLE FILE.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OPTIONAL VENDMST ASSIGN TO 'VENDMST'
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-VENDMST-STATUS.
000590
000600     SELECT OPTIONAL VENDJRNL ASSIGN TO 'VENDJRNL'
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-VENDJRNL-STATUS.
000630
000640     SELECT OPTIONAL ITEMTAB ASSIGN TO 'ITEMTAB'
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS IT-ITEM-KEY
000680         ALTERNATE RECORD KEY IS IT-VENDOR-NO
000690             WITH DUPLICATES
000700         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
000710             WITH DUPLICATES
000720         ALTERNATE RECORD KEY IS IT-ITEM-DESC
000730             WITH DUPLICATES
000740         FILE STATUS IS WS-ITEMTAB-STATUS.
000750
000760     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RL-RECORD-KEY
000800         FILE STATUS IS WS-ITMRUNCT-STATUS.
000810
000820     SELECT OPTIONAL OPERPROF ASSIGN TO 'OPERPROF'
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS OP-OPERATOR-ID
000860         FILE STATUS IS WS-OPERPROF-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  VENDMST
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY ITMVENR.
000940
000950 FD  VENDJRNL
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY ITMVJRR.
000990
001000 FD  ITEMTAB
001010     LABEL RECORDS ARE STANDARD.
001020     COPY ITMTABR.
001030
001040 FD  ITMRUNCT
001050     LABEL RECORDS ARE STANDARD.
001060     COPY ITMRUNC.
001070
001080 FD  OPERPROF
001090     LABEL RECORDS ARE STANDARD.
001100     COPY ITMOPRR.
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-FILE-STATUSES.
001140     05  WS-VENDMST-STATUS       PIC X(02) VALUE '00'.
001150     05  WS-VENDJRNL-STATUS      PIC X(02) VALUE '00'.
001160     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001170     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001180     05  WS-OPERPROF-STATUS      PIC X(02) VALUE '00'.
001190
001200 01  WS-SWITCHES.
001210     05  WS-VENDMST-EOF-SW       PIC X(01) VALUE 'N'.
001220         88  WS-VENDMST-EOF              VALUE 'Y'.
001230     05  WS-ITEMTAB-EOF-SW       PIC X(01) VALUE 'N'.
001240         88  WS-ITEMTAB-EOF              VALUE 'Y'.
001250     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001260         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001270     05  WS-QUIT-SW              PIC X(01) VALUE 'N'.
001280         88  WS-QUIT-REQUESTED           VALUE 'Y'.
001290     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
001300         88  WS-SLOT-FOUND               VALUE 'Y'.
001310     05  WS-VEN-FOUND-SW         PIC X(01) VALUE 'N'.
001320         88  WS-VENDOR-FOUND             VALUE 'Y'.
001330     05  WS-IMPACT-SW            PIC X(01) VALUE 'N'.
001340         88  WS-IMPACT-UNKNOWN           VALUE 'Y'.
001350
001360 01  WS-CURRENT-DATE-TIME.
001370     05  WS-CURR-DATE            PIC 9(08).
001380     05  WS-CURR-TIME.
001390         10  WS-CURR-HH          PIC 9(02).
001400         10  WS-CURR-MN          PIC 9(02).
001410         10  WS-CURR-SS          PIC 9(02).
001420         10  WS-CURR-HS          PIC 9(02).
001430
001440 01  WS-OPERATOR-INPUT.
001450     05  WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
001460         88  WS-CHOICE-ADD               VALUE 'A'.
001470         88  WS-CHOICE-NAME              VALUE 'N'.
001480         88  WS-CHOICE-STATUS            VALUE 'S'.
001490         88  WS-CHOICE-QUIT              VALUE 'Q'.
001500     05  WS-VENDOR-ENTERED       PIC X(05) VALUE SPACES.
001510     05  WS-VENDOR-ENTERED-N REDEFINES WS-VENDOR-ENTERED
001520                                 PIC 9(05).
001530     05  WS-NAME-ENTERED         PIC X(25) VALUE SPACES.
001540     05  WS-STATUS-ENTERED       PIC X(01) VALUE SPACES.
001550         88  WS-STATUS-VALID             VALUES 'A' 'I'.
001560     05  WS-CONFIRM-ENTERED      PIC X(01) VALUE SPACES.
001570         88  WS-CONFIRMED                VALUE 'Y'.
001580
001590     COPY ITMVTBL.
001600
001610*    ONE VENDOR RECORD AS IT SITS ON VENDMST, BUILT FROM A
001620*    TABLE ENTRY SO THE JOURNAL IMAGES MATCH THE FILE EXACTLY.
001630 01  WS-VENDOR-IMAGE.
001640     05  WS-IMG-VENDOR-NO        PIC 9(05).
001650     05  WS-IMG-VENDOR-NAME      PIC X(25).
001660     05  WS-IMG-STATUS-CD        PIC X(01).
001670     05  FILLER                  PIC X(09).
001680
001690 01  WS-JOURNAL-WORK.
001700     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001710     05  WS-BEFORE-IMAGE         PIC X(40) VALUE SPACES.
001720     05  WS-JRNL-ACTION-CD       PIC X(01) VALUE SPACES.
001730
001740 01  WS-EDIT-ONHAND              PIC ZZZZ9.
001750 01  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
001760
001770 77  WS-MAX-VENDORS              PIC 9(03) VALUE 200.
001780 77  WS-VEN-SUB                  PIC 9(03) COMP VALUE ZERO.
001790 77  WS-STORE-POS                PIC 9(03) COMP VALUE ZERO.
001800 77  WS-VENDMST-READ             PIC 9(05) VALUE ZERO.
001810 77  WS-IMPACT-COUNT             PIC 9(05) VALUE ZERO.
001820 77  WS-ADDS-DONE                PIC 9(05) VALUE ZERO.
001830 77  WS-NAMES-DONE               PIC 9(05) VALUE ZERO.
001840 77  WS-STATUS-DONE              PIC 9(05) VALUE ZERO.
001850
001860 PROCEDURE DIVISION.
001870*
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001900
001910     IF WS-ABNORMAL-RUN
001920         GO TO 9900-ABEND-EXIT
001930     END-IF.
001940
001950     PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
001960         UNTIL WS-QUIT-REQUESTED.
001970
001980     IF WS-ABNORMAL-RUN
001990         GO TO 9900-ABEND-EXIT
002000     END-IF.
002010
002020     DISPLAY 'ITMVMNT - VENDORS ADDED ........ ' WS-ADDS-DONE.
002030     DISPLAY 'ITMVMNT - NAMES CHANGED ........ ' WS-NAMES-DONE.
002040     DISPLAY 'ITMVMNT - STATUSES CHANGED ..... ' WS-STATUS-DONE.
002050     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002060     GO TO 9999-EXIT.
002070
002080 9900-ABEND-EXIT.
002090     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002100
002110 9999-EXIT.
002120     STOP RUN.
002130*
002140*****************************************************************
002150*    1000 SERIES  --  SESSION INITIALIZATION                    *
002160*****************************************************************
002170 1000-INITIALIZE-RUN.
002180     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002190     ACCEPT WS-CURR-TIME FROM TIME.
002200
002210     PERFORM 1100-CHECK-OPERATOR-PROFILE
002220         THRU 1100-CHECK-OPERATOR-PROFILE-EXIT.
002230     IF WS-ABNORMAL-RUN
002240         GO TO 1000-INITIALIZE-RUN-EXIT
002250     END-IF.
002260
002270*    THE LOAD READS VENDMST AT THE START OF ITS RUN AND THE
002280*    VENDOR TABLE IT VALIDATES AGAINST HAS TO MATCH WHAT THE
002290*    MORNING SEES, SO THE MASTER IS NOT REWRITTEN UNDER A LIVE
002300*    LOAD - THE SAME INTERLOCK ITMUPDT HONORS FOR ITEMTAB.
002310     OPEN INPUT ITMRUNCT.
002320     IF WS-ITMRUNCT-STATUS = '00'
002330         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
002340         READ ITMRUNCT
002350             INVALID KEY
002360                 CONTINUE
002370             NOT INVALID KEY
002380                 IF RL-LOAD-ACTIVE
002390                     DISPLAY 'ITMVMNT - ITMLOAD IS RUNNING, '
002400                         'SESSION REFUSED'
002410                     SET WS-ABNORMAL-RUN TO TRUE
002420                     MOVE 8 TO RETURN-CODE
002430                 END-IF
002440         END-READ
002450     END-IF.
002460     CLOSE ITMRUNCT.
002470     IF WS-ABNORMAL-RUN
002480         GO TO 1000-INITIALIZE-RUN-EXIT
002490     END-IF.
002500
002510     PERFORM 1300-LOAD-VENDOR-MASTER
002520         THRU 1300-LOAD-VENDOR-MASTER-EXIT.
002530     IF WS-ABNORMAL-RUN
002540         GO TO 1000-INITIALIZE-RUN-EXIT
002550     END-IF.
002560
002570*    THE JOURNAL ACCUMULATES ACROSS SESSIONS - EXTEND KEEPS
002580*    PRIOR RECORDS AND CREATES THE FILE ON ITS FIRST EVER USE.
002590*    A CHANGE THAT CANNOT BE JOURNALED IS NOT MADE AT ALL.
002600     OPEN EXTEND VENDJRNL.
002610     IF WS-VENDJRNL-STATUS NOT = '00' AND
002620        WS-VENDJRNL-STATUS NOT = '05'
002630         DISPLAY 'ITMVMNT - UNABLE TO OPEN VENDJRNL, STATUS = '
002640             WS-VENDJRNL-STATUS
002650         SET WS-ABNORMAL-RUN TO TRUE
002660         MOVE 16 TO RETURN-CODE
002670         GO TO 1000-INITIALIZE-RUN-EXIT
002680     END-IF.
002690 1000-INITIALIZE-RUN-EXIT.
002700     EXIT.
002710
002720 1100-CHECK-OPERATOR-PROFILE.
002730*    THE VENDOR MASTER DECIDES WHICH ITEMS THE LOAD ACCEPTS, SO
002740*    ONLY A PROFILED OPERATOR - ON FILE, ACTIVE, WITH UPDATE OR
002750*    BACKOUT AUTHORITY - MAY CHANGE IT.  INQUIRY-ONLY OPERATORS
002760*    HAVE ITMINQ FOR LOOKING VENDORS UP.
002770     DISPLAY 'ITMVMNT - ENTER OPERATOR ID: ' WITH NO ADVANCING.
002780     ACCEPT WS-OPERATOR-ID.
002790     IF WS-OPERATOR-ID = SPACES
002800         DISPLAY 'ITMVMNT - OPERATOR ID IS REQUIRED, '
002810             'SESSION REFUSED'
002820         SET WS-ABNORMAL-RUN TO TRUE
002830         MOVE 8 TO RETURN-CODE
002840         GO TO 1100-CHECK-OPERATOR-PROFILE-EXIT
002850     END-IF.
002860     OPEN INPUT OPERPROF.
002870     IF WS-OPERPROF-STATUS NOT = '00'
002880         DISPLAY 'ITMVMNT - OPERPROF OPEN STATUS = '
002890             WS-OPERPROF-STATUS ', SESSION REFUSED'
002900         SET WS-ABNORMAL-RUN TO TRUE
002910         MOVE 8 TO RETURN-CODE
002920         CLOSE OPERPROF
002930         GO TO 1100-CHECK-OPERATOR-PROFILE-EXIT
002940     END-IF.
002950     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002960     READ OPERPROF
002970         INVALID KEY
002980             DISPLAY 'ITMVMNT - OPERATOR ' WS-OPERATOR-ID
002990                 ' IS NOT PROFILED, SESSION REFUSED'
003000             SET WS-ABNORMAL-RUN TO TRUE
003010             MOVE 8 TO RETURN-CODE
003020         NOT INVALID KEY
003030             IF NOT OP-OPER-ACTIVE
003040                 DISPLAY 'ITMVMNT - OPERATOR ' WS-OPERATOR-ID
003050                     ' IS INACTIVE, SESSION REFUSED'
003060                 SET WS-ABNORMAL-RUN TO TRUE
003070                 MOVE 8 TO RETURN-CODE
003080             ELSE
003090                 IF NOT OP-AUTH-UPDATE
003100                  AND NOT OP-AUTH-BACKOUT
003110                     DISPLAY 'ITMVMNT - OPERATOR '
003120                         WS-OPERATOR-ID ' HAS NO UPDATE '
003130                         'AUTHORITY, SESSION REFUSED'
003140                     SET WS-ABNORMAL-RUN TO TRUE
003150                     MOVE 8 TO RETURN-CODE
003160                 ELSE
003170                     DISPLAY 'ITMVMNT - SIGNED ON: '
003180                         OP-OPERATOR-NAME
003190                 END-IF
003200             END-IF
003210     END-READ.
003220     CLOSE OPERPROF.
003230 1100-CHECK-OPERATOR-PROFILE-EXIT.
003240     EXIT.
003250
003260 1300-LOAD-VENDOR-MASTER.
003270*    A MISSING VENDMST IS AN EMPTY MASTER - THE FIRST SESSION
003280*    BUILDS IT.  ANY OTHER OPEN FAILURE ENDS THE SESSION.
003290     OPEN INPUT VENDMST.
003300     IF WS-VENDMST-STATUS NOT = '00' AND
003310        WS-VENDMST-STATUS NOT = '05'
003320         DISPLAY 'ITMVMNT - UNABLE TO OPEN VENDMST, STATUS = '
003330             WS-VENDMST-STATUS
003340         SET WS-ABNORMAL-RUN TO TRUE
003350         MOVE 16 TO RETURN-CODE
003360         GO TO 1300-LOAD-VENDOR-MASTER-EXIT
003370     END-IF.
003380     MOVE 'N' TO WS-VENDMST-EOF-SW.
003390     PERFORM 1310-LOAD-ONE-VENDOR
003400         THRU 1310-LOAD-ONE-VENDOR-EXIT
003410         UNTIL WS-VENDMST-EOF.
003420     CLOSE VENDMST.
003430     DISPLAY 'ITMVMNT - ' WS-VENDOR-CNT ' VENDORS ON FILE'.
003440 1300-LOAD-VENDOR-MASTER-EXIT.
003450     EXIT.
003460
003470 1310-LOAD-ONE-VENDOR.
003480*    THE LOAD AND ITMINQ QUIETLY SKIP A RECORD THEY CANNOT
003490*    USE.  THIS SESSION CANNOT - IT WRITES THE WHOLE MASTER
003500*    BACK FROM THE TABLE, AND A SKIPPED RECORD WOULD BE
003510*    DROPPED FROM THE FILE FOR GOOD.  SUCH A MASTER IS FIXED
003520*    BY HAND FIRST, AND THE SESSION IS REFUSED UNTIL IT IS.
003530     READ VENDMST
003540         AT END
003550             SET WS-VENDMST-EOF TO TRUE
003560             GO TO 1310-LOAD-ONE-VENDOR-EXIT
003570     END-READ.
003580     ADD 1 TO WS-VENDMST-READ.
003590     IF VE-VENDOR-NO NOT NUMERIC
003600         DISPLAY 'ITMVMNT - VENDMST RECORD ' WS-VENDMST-READ
003610             ' HAS A NON-NUMERIC VENDOR NUMBER'
003620         GO TO 1320-REFUSE-MASTER
003630     END-IF.
003640     IF WS-VENDOR-CNT > ZERO
003650      AND VE-VENDOR-NO NOT > WS-VEN-NO (WS-VENDOR-CNT)
003660         DISPLAY 'ITMVMNT - VENDMST RECORD ' WS-VENDMST-READ
003670             ' VENDOR ' VE-VENDOR-NO ' IS OUT OF SEQUENCE'
003680         GO TO 1320-REFUSE-MASTER
003690     END-IF.
003700     IF WS-VENDOR-CNT >= WS-MAX-VENDORS
003710         DISPLAY 'ITMVMNT - VENDMST HOLDS MORE THAN '
003720             WS-MAX-VENDORS ' VENDORS'
003730         GO TO 1320-REFUSE-MASTER
003740     END-IF.
003750     ADD 1 TO WS-VENDOR-CNT.
003760     MOVE VE-VENDOR-NO   TO WS-VEN-NO (WS-VENDOR-CNT).
003770     MOVE VE-VENDOR-NAME TO WS-VEN-NAME (WS-VENDOR-CNT).
003780     MOVE VE-STATUS-CD   TO WS-VEN-STATUS (WS-VENDOR-CNT).
003790     MOVE ZERO           TO WS-VEN-REJECTS (WS-VENDOR-CNT).
003800     GO TO 1310-LOAD-ONE-VENDOR-EXIT.
003810
003820 1320-REFUSE-MASTER.
003830     DISPLAY 'ITMVMNT - VENDMST CANNOT BE MAINTAINED AS IT '
003840         'STANDS, SESSION REFUSED'.
003850     SET WS-ABNORMAL-RUN TO TRUE.
003860     MOVE 16 TO RETURN-CODE.
003870     SET WS-VENDMST-EOF TO TRUE.
003880 1310-LOAD-ONE-VENDOR-EXIT.
003890     EXIT.
003900*
003910*****************************************************************
003920*    2000 SERIES  --  OPERATOR MENU                              *
003930*****************************************************************
003940 2000-MENU-LOOP.
003950     DISPLAY ' '.
003960     DISPLAY 'ITMVMNT - VENDOR MASTER MAINTENANCE'.
003970     DISPLAY '  A = ADD A VENDOR'.
003980     DISPLAY '  N = CHANGE A VENDOR NAME'.
003990     DISPLAY '  S = SET A VENDOR ACTIVE OR INACTIVE'.
004000     DISPLAY '  Q = QUIT'.
004010     DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
004020     ACCEPT WS-MENU-CHOICE.
004030
004040     IF WS-CHOICE-ADD
004050         PERFORM 2100-ADD-VENDOR THRU 2100-ADD-VENDOR-EXIT
004060     ELSE
004070         IF WS-CHOICE-NAME
004080             PERFORM 2200-CHANGE-NAME
004090                 THRU 2200-CHANGE-NAME-EXIT
004100         ELSE
004110             IF WS-CHOICE-STATUS
004120                 PERFORM 2300-SET-STATUS
004130                     THRU 2300-SET-STATUS-EXIT
004140             ELSE
004150                 IF WS-CHOICE-QUIT
004160                     SET WS-QUIT-REQUESTED TO TRUE
004170                 ELSE
004180                     DISPLAY 'ITMVMNT - INVALID CHOICE, '
004190                         'TRY AGAIN'
004200                 END-IF
004210             END-IF
004220         END-IF
004230     END-IF.
004240*    A MASTER THAT COULD NOT BE WRITTEN BACK ENDS THE SESSION.
004250     IF WS-ABNORMAL-RUN
004260         SET WS-QUIT-REQUESTED TO TRUE
004270     END-IF.
004280 2000-MENU-LOOP-EXIT.
004290     EXIT.
004300
004310 2100-ADD-VENDOR.
004320*    A NEW VENDOR GOES ON ACTIVE.  IT IS SLOTTED INTO VENDOR
004330*    ORDER SO THE MASTER STAYS ASCENDING FOR EVERY READER'S
004340*    SEARCH ALL.
004350     PERFORM 2900-ACCEPT-VENDOR-NO
004360         THRU 2900-ACCEPT-VENDOR-NO-EXIT.
004370     IF WS-VENDOR-ENTERED = SPACES
004380         GO TO 2100-ADD-VENDOR-EXIT
004390     END-IF.
004400     IF WS-VENDOR-FOUND
004410         DISPLAY 'ITMVMNT - VENDOR ' WS-VENDOR-ENTERED-N
004420             ' IS ALREADY ON FILE: ' WS-VEN-NAME (WS-VEN-SUB)
004430         GO TO 2100-ADD-VENDOR-EXIT
004440     END-IF.
004450     IF WS-VENDOR-CNT >= WS-MAX-VENDORS
004460         DISPLAY 'ITMVMNT - VENDMST IS FULL AT '
004470             WS-MAX-VENDORS ' VENDORS, NOT ADDED'
004480         GO TO 2100-ADD-VENDOR-EXIT
004490     END-IF.
004500     DISPLAY 'VENDOR NAME: ' WITH NO ADVANCING.
004510     ACCEPT WS-NAME-ENTERED.
004520     IF WS-NAME-ENTERED = SPACES
004530         DISPLAY 'ITMVMNT - A VENDOR NAME IS REQUIRED, '
004540             'NOT ADDED'
004550         GO TO 2100-ADD-VENDOR-EXIT
004560     END-IF.
004570
004580     PERFORM 2150-MAKE-INSERT-SLOT
004590         THRU 2150-MAKE-INSERT-SLOT-EXIT.
004600     MOVE WS-STORE-POS        TO WS-VEN-SUB.
004610     MOVE WS-VENDOR-ENTERED-N TO WS-VEN-NO (WS-VEN-SUB).
004620     MOVE WS-NAME-ENTERED     TO WS-VEN-NAME (WS-VEN-SUB).
004630     MOVE 'A'                 TO WS-VEN-STATUS (WS-VEN-SUB).
004640     MOVE ZERO                TO WS-VEN-REJECTS (WS-VEN-SUB).
004650     MOVE SPACES TO WS-BEFORE-IMAGE.
004660     MOVE 'A'    TO WS-JRNL-ACTION-CD.
004670     PERFORM 2700-SAVE-CHANGE THRU 2700-SAVE-CHANGE-EXIT.
004680     IF WS-ABNORMAL-RUN
004690         GO TO 2100-ADD-VENDOR-EXIT
004700     END-IF.
004710     ADD 1 TO WS-ADDS-DONE.
004720     DISPLAY 'ITMVMNT - VENDOR ' WS-VENDOR-ENTERED-N
004730         ' ADDED, ACTIVE'.
004740 2100-ADD-VENDOR-EXIT.
004750     EXIT.
004760
004770 2150-MAKE-INSERT-SLOT.
004780     ADD 1 TO WS-VENDOR-CNT.
004790     MOVE WS-VENDOR-CNT TO WS-STORE-POS.
004800     MOVE 'N' TO WS-SLOT-SW.
004810     PERFORM 2160-SHIFT-ONE-SLOT THRU 2160-SHIFT-ONE-SLOT-EXIT
004820         UNTIL WS-SLOT-FOUND.
004830 2150-MAKE-INSERT-SLOT-EXIT.
004840     EXIT.
004850
004860 2160-SHIFT-ONE-SLOT.
004870     IF WS-STORE-POS = 1
004880         SET WS-SLOT-FOUND TO TRUE
004890         GO TO 2160-SHIFT-ONE-SLOT-EXIT
004900     END-IF.
004910     IF WS-VEN-NO (WS-STORE-POS - 1) < WS-VENDOR-ENTERED-N
004920         SET WS-SLOT-FOUND TO TRUE
004930         GO TO 2160-SHIFT-ONE-SLOT-EXIT
004940     END-IF.
004950     MOVE WS-VENDOR-ENTRY (WS-STORE-POS - 1)
004960         TO WS-VENDOR-ENTRY (WS-STORE-POS).
004970     SUBTRACT 1 FROM WS-STORE-POS.
004980 2160-SHIFT-ONE-SLOT-EXIT.
004990     EXIT.
005000
005010 2200-CHANGE-NAME.
005020     PERFORM 2900-ACCEPT-VENDOR-NO
005030         THRU 2900-ACCEPT-VENDOR-NO-EXIT.
005040     IF WS-VENDOR-ENTERED = SPACES
005050         GO TO 2200-CHANGE-NAME-EXIT
005060     END-IF.
005070     IF NOT WS-VENDOR-FOUND
005080         DISPLAY 'ITMVMNT - VENDOR ' WS-VENDOR-ENTERED-N
005090             ' IS NOT ON FILE'
005100         GO TO 2200-CHANGE-NAME-EXIT
005110     END-IF.
005120     PERFORM 2950-SHOW-VENDOR THRU 2950-SHOW-VENDOR-EXIT.
005130     DISPLAY 'NEW VENDOR NAME (BLANK = NO CHANGE): '
005140         WITH NO ADVANCING.
005150     ACCEPT WS-NAME-ENTERED.
005160     IF WS-NAME-ENTERED = SPACES
005170      OR WS-NAME-ENTERED = WS-VEN-NAME (WS-VEN-SUB)
005180         DISPLAY 'ITMVMNT - NAME UNCHANGED'
005190         GO TO 2200-CHANGE-NAME-EXIT
005200     END-IF.
005210
005220     PERFORM 2960-BUILD-IMAGE THRU 2960-BUILD-IMAGE-EXIT.
005230     MOVE WS-VENDOR-IMAGE TO WS-BEFORE-IMAGE.
005240     MOVE WS-NAME-ENTERED TO WS-VEN-NAME (WS-VEN-SUB).
005250     MOVE 'N' TO WS-JRNL-ACTION-CD.
005260     PERFORM 2700-SAVE-CHANGE THRU 2700-SAVE-CHANGE-EXIT.
005270     IF WS-ABNORMAL-RUN
005280         GO TO 2200-CHANGE-NAME-EXIT
005290     END-IF.
005300     ADD 1 TO WS-NAMES-DONE.
005310     DISPLAY 'ITMVMNT - VENDOR ' WS-VENDOR-ENTERED-N
005320         ' NAME CHANGED'.
005330 2200-CHANGE-NAME-EXIT.
005340     EXIT.
005350
005360 2300-SET-STATUS.
005370     PERFORM 2900-ACCEPT-VENDOR-NO
005380         THRU 2900-ACCEPT-VENDOR-NO-EXIT.
005390     IF WS-VENDOR-ENTERED = SPACES
005400         GO TO 2300-SET-STATUS-EXIT
005410     END-IF.
005420     IF NOT WS-VENDOR-FOUND
005430         DISPLAY 'ITMVMNT - VENDOR ' WS-VENDOR-ENTERED-N
005440             ' IS NOT ON FILE'
005450         GO TO 2300-SET-STATUS-EXIT
005460     END-IF.
005470     PERFORM 2950-SHOW-VENDOR THRU 2950-SHOW-VENDOR-EXIT.
005480     DISPLAY 'NEW STATUS (A = ACTIVE, I = INACTIVE): '
005490         WITH NO ADVANCING.
005500     ACCEPT WS-STATUS-ENTERED.
005510     IF NOT WS-STATUS-VALID
005520         DISPLAY 'ITMVMNT - STATUS MUST BE A OR I, '
005530             'NOT CHANGED'
005540         GO TO 2300-SET-STATUS-EXIT
005550     END-IF.
005560     IF WS-STATUS-ENTERED = WS-VEN-STATUS (WS-VEN-SUB)
005570         DISPLAY 'ITMVMNT - VENDOR ALREADY HAS STATUS '
005580             WS-STATUS-ENTERED
005590         GO TO 2300-SET-STATUS-EXIT
005600     END-IF.
005610
005620*    AN INACTIVE VENDOR'S ITEMS ARE ALL REJECTED BY THE NEXT
005630*    LOAD.  THE OPERATOR SEES WHICH ONES BEFORE AGREEING TO
005640*    IT, AND AGREES EVEN WHEN ITEMTAB COULD NOT BE CHECKED.
005650     IF WS-STATUS-ENTERED = 'I'
005660         PERFORM 2400-LIST-VENDOR-ITEMS
005670             THRU 2400-LIST-VENDOR-ITEMS-EXIT
005680         IF WS-IMPACT-COUNT > ZERO
005690          OR WS-IMPACT-UNKNOWN
005700             DISPLAY 'CONFIRM INACTIVATION (Y/N): '
005710                 WITH NO ADVANCING
005720             ACCEPT WS-CONFIRM-ENTERED
005730             IF NOT WS-CONFIRMED
005740                 DISPLAY 'ITMVMNT - INACTIVATION CANCELLED'
005750                 GO TO 2300-SET-STATUS-EXIT
005760             END-IF
005770         END-IF
005780     END-IF.
005790
005800     PERFORM 2960-BUILD-IMAGE THRU 2960-BUILD-IMAGE-EXIT.
005810     MOVE WS-VENDOR-IMAGE   TO WS-BEFORE-IMAGE.
005820     MOVE WS-STATUS-ENTERED TO WS-VEN-STATUS (WS-VEN-SUB).
005830     MOVE 'S' TO WS-JRNL-ACTION-CD.
005840     PERFORM 2700-SAVE-CHANGE THRU 2700-SAVE-CHANGE-EXIT.
005850     IF WS-ABNORMAL-RUN
005860         GO TO 2300-SET-STATUS-EXIT
005870     END-IF.
005880     ADD 1 TO WS-STATUS-DONE.
005890     DISPLAY 'ITMVMNT - VENDOR ' WS-VENDOR-ENTERED-N
005900         ' STATUS SET TO ' WS-STATUS-ENTERED.
005910 2300-SET-STATUS-EXIT.
005920     EXIT.
005930
005940 2400-LIST-VENDOR-ITEMS.
005950*    ONLY THE VENDOR'S OWN ROWS ARE READ, ON THE IT-VENDOR-NO
005960*    ALTERNATE KEY.  ITEMTAB IS OPENED FOR THIS SCAN ONLY AND PUT
005970*    DOWN AGAIN SO THE SESSION NEVER HOLDS THE FILE THE LOAD
005980*    REBUILDS.
005990     MOVE ZERO TO WS-IMPACT-COUNT.
006000     MOVE 'N'  TO WS-IMPACT-SW.
006010     MOVE 'N'  TO WS-ITEMTAB-EOF-SW.
006020     OPEN INPUT ITEMTAB.
006030     IF WS-ITEMTAB-STATUS NOT = '00'
006040         DISPLAY 'ITMVMNT - ITEMTAB OPEN STATUS = '
006050             WS-ITEMTAB-STATUS
006060             ', ITEMS ON THIS VENDOR CANNOT BE LISTED'
006070         SET WS-IMPACT-UNKNOWN TO TRUE
006080         CLOSE ITEMTAB
006090         GO TO 2400-LIST-VENDOR-ITEMS-EXIT
006100     END-IF.
006110     MOVE WS-VENDOR-ENTERED-N TO IT-VENDOR-NO.
006120     START ITEMTAB KEY IS EQUAL TO IT-VENDOR-NO
006130         INVALID KEY
006140             SET WS-ITEMTAB-EOF TO TRUE
006150     END-START.
006160     PERFORM 2410-CHECK-ONE-ITEM THRU 2410-CHECK-ONE-ITEM-EXIT
006170         UNTIL WS-ITEMTAB-EOF.
006180     CLOSE ITEMTAB.
006190     IF WS-IMPACT-COUNT = ZERO
006200      AND NOT WS-IMPACT-UNKNOWN
006210         DISPLAY 'ITMVMNT - NO ITEMTAB ROWS CARRY VENDOR '
006220             WS-VENDOR-ENTERED-N
006230     ELSE
006240         DISPLAY 'ITMVMNT - ' WS-IMPACT-COUNT ' ITEM(S) ABOVE '
006250             'WILL BE REJECTED BY THE NEXT LOAD'
006260     END-IF.
006270 2400-LIST-VENDOR-ITEMS-EXIT.
006280     EXIT.
006290
006300 2410-CHECK-ONE-ITEM.
006310     READ ITEMTAB NEXT RECORD
006320         AT END
006330             SET WS-ITEMTAB-EOF TO TRUE
006340             GO TO 2410-CHECK-ONE-ITEM-EXIT
006350     END-READ.
006360*    READ NEXT FOLLOWS THE VENDOR KEY.  STATUS 02 ONLY SAYS
006370*    ANOTHER ITEM ON THE SAME VENDOR FOLLOWS.
006380*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
006390     IF WS-ITEMTAB-STATUS NOT = '00'
006400      AND WS-ITEMTAB-STATUS NOT = '02'
006410         DISPLAY 'ITMVMNT - ITEMTAB READ STATUS = '
006420             WS-ITEMTAB-STATUS ', ITEM LIST IS INCOMPLETE'
006430         SET WS-IMPACT-UNKNOWN TO TRUE
006440         SET WS-ITEMTAB-EOF TO TRUE
006450         GO TO 2410-CHECK-ONE-ITEM-EXIT
006460     END-IF.
006470*    THE FIRST ROW ON THE NEXT VENDOR ENDS THE LIST.
006480     IF IT-VENDOR-NO NOT = WS-VENDOR-ENTERED-N
006490         SET WS-ITEMTAB-EOF TO TRUE
006500         GO TO 2410-CHECK-ONE-ITEM-EXIT
006510     END-IF.
006520     IF WS-IMPACT-COUNT = ZERO
006530         DISPLAY 'ITEMTAB ROWS STILL ON THIS VENDOR:'
006540         DISPLAY '  ITEM   DESCRIPTION           WH  ON-HAND'
006550     END-IF.
006560     ADD 1 TO WS-IMPACT-COUNT.
006570     MOVE IT-ONHAND-QTY TO WS-EDIT-ONHAND.
006580     DISPLAY '  ' IT-ITEM-KEY '  ' IT-ITEM-DESC '  '
006590         IT-WAREHOUSE-CD '  ' WS-EDIT-ONHAND.
006600 2410-CHECK-ONE-ITEM-EXIT.
006610     EXIT.
006620
006630 2700-SAVE-CHANGE.
006640*    THE TABLE ENTRY AT WS-VEN-SUB HOLDS THE CHANGE.  THE MASTER
006650*    IS WRITTEN BACK FIRST AND THE JOURNAL AFTER, SO THE
006660*    JOURNAL NEVER CLAIMS A CHANGE THAT DID NOT REACH THE FILE.
006670     PERFORM 2800-REWRITE-VENDMST
006680         THRU 2800-REWRITE-VENDMST-EXIT.
006690     IF WS-ABNORMAL-RUN
006700         GO TO 2700-SAVE-CHANGE-EXIT
006710     END-IF.
006720     PERFORM 2960-BUILD-IMAGE THRU 2960-BUILD-IMAGE-EXIT.
006730     MOVE WS-OPERATOR-ID    TO VJ-OPERATOR-ID.
006740     MOVE WS-JRNL-ACTION-CD TO VJ-ACTION-CD.
006750     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
006760     ACCEPT WS-CURR-TIME FROM TIME.
006770     MOVE WS-CURR-DATE      TO VJ-EVENT-DATE.
006780     MOVE WS-CURR-TIME (1:6) TO VJ-EVENT-TIME.
006790     MOVE WS-IMG-VENDOR-NO  TO VJ-VENDOR-NO.
006800     MOVE WS-BEFORE-IMAGE   TO VJ-BEFORE-IMAGE.
006810     MOVE WS-VENDOR-IMAGE   TO VJ-AFTER-IMAGE.
006820     WRITE VENDJRNL-RECORD.
006830     IF WS-VENDJRNL-STATUS NOT = '00'
006840         DISPLAY 'ITMVMNT - VENDJRNL WRITE STATUS = '
006850             WS-VENDJRNL-STATUS ' FOR VENDOR ' VJ-VENDOR-NO
006860     END-IF.
006870 2700-SAVE-CHANGE-EXIT.
006880     EXIT.
006890
006900 2800-REWRITE-VENDMST.
006910*    THE WHOLE MASTER IS WRITTEN BACK FROM THE TABLE, IN TABLE
006920*    (ASCENDING VENDOR) ORDER.  IF IT CANNOT BE, THE SESSION
006930*    ENDS AT ONCE SO THE OPERATOR KNOWS THE FILE NEEDS LOOKING
006940*    AT BEFORE THE NEXT LOAD READS IT.
006950     OPEN OUTPUT VENDMST.
006960     IF WS-VENDMST-STATUS NOT = '00'
006970         DISPLAY 'ITMVMNT - UNABLE TO REWRITE VENDMST, STATUS = '
006980             WS-VENDMST-STATUS
006990         SET WS-ABNORMAL-RUN TO TRUE
007000         MOVE 16 TO RETURN-CODE
007010         GO TO 2800-REWRITE-VENDMST-EXIT
007020     END-IF.
007030     PERFORM 2810-WRITE-ONE-VENDOR
007040         THRU 2810-WRITE-ONE-VENDOR-EXIT
007050         VARYING WS-STORE-POS FROM 1 BY 1
007060         UNTIL WS-STORE-POS > WS-VENDOR-CNT
007070            OR WS-ABNORMAL-RUN.
007080     CLOSE VENDMST.
007090 2800-REWRITE-VENDMST-EXIT.
007100     EXIT.
007110
007120 2810-WRITE-ONE-VENDOR.
007130     MOVE SPACES TO VENDMST-RECORD.
007140     MOVE WS-VEN-NO (WS-STORE-POS)     TO VE-VENDOR-NO.
007150     MOVE WS-VEN-NAME (WS-STORE-POS)   TO VE-VENDOR-NAME.
007160     MOVE WS-VEN-STATUS (WS-STORE-POS) TO VE-STATUS-CD.
007170     WRITE VENDMST-RECORD.
007180     IF WS-VENDMST-STATUS NOT = '00'
007190         DISPLAY 'ITMVMNT - VENDMST WRITE STATUS = '
007200             WS-VENDMST-STATUS ' AT VENDOR ' VE-VENDOR-NO
007210         SET WS-ABNORMAL-RUN TO TRUE
007220         MOVE 16 TO RETURN-CODE
007230     END-IF.
007240 2810-WRITE-ONE-VENDOR-EXIT.
007250     EXIT.
007260
007270 2900-ACCEPT-VENDOR-NO.
007280*    A BLANK ENTRY BACKS OUT TO THE MENU.  ON RETURN THE
007290*    FOUND SWITCH AND WS-VEN-SUB SAY WHERE THE VENDOR SITS.
007300     MOVE 'N' TO WS-VEN-FOUND-SW.
007310     DISPLAY 'VENDOR NUMBER (5 DIGITS): ' WITH NO ADVANCING.
007320     ACCEPT WS-VENDOR-ENTERED.
007330     IF WS-VENDOR-ENTERED = SPACES
007340         GO TO 2900-ACCEPT-VENDOR-NO-EXIT
007350     END-IF.
007360     IF WS-VENDOR-ENTERED-N NOT NUMERIC
007370      OR WS-VENDOR-ENTERED-N = ZERO
007380         DISPLAY 'ITMVMNT - VENDOR NUMBER MUST BE 5 DIGITS, '
007390             'NOT ZERO'
007400         MOVE SPACES TO WS-VENDOR-ENTERED
007410         GO TO 2900-ACCEPT-VENDOR-NO-EXIT
007420     END-IF.
007430     IF WS-VENDOR-CNT = ZERO
007440         GO TO 2900-ACCEPT-VENDOR-NO-EXIT
007450     END-IF.
007460     SET WS-VEN-IDX TO 1.
007470     SEARCH ALL WS-VENDOR-ENTRY
007480         AT END
007490             CONTINUE
007500         WHEN WS-VEN-NO (WS-VEN-IDX) = WS-VENDOR-ENTERED-N
007510             SET WS-VENDOR-FOUND TO TRUE
007520             SET WS-VEN-SUB TO WS-VEN-IDX
007530     END-SEARCH.
007540 2900-ACCEPT-VENDOR-NO-EXIT.
007550     EXIT.
007560
007570 2950-SHOW-VENDOR.
007580     DISPLAY 'VENDOR NUMBER ... ' WS-VEN-NO (WS-VEN-SUB).
007590     DISPLAY 'VENDOR NAME ..... ' WS-VEN-NAME (WS-VEN-SUB).
007600     IF WS-VEN-ACTIVE (WS-VEN-SUB)
007610         DISPLAY 'STATUS .......... A  ACTIVE'
007620     ELSE
007630         DISPLAY 'STATUS .......... ' WS-VEN-STATUS (WS-VEN-SUB)
007640             '  INACTIVE'
007650     END-IF.
007660 2950-SHOW-VENDOR-EXIT.
007670     EXIT.
007680
007690 2960-BUILD-IMAGE.
007700     MOVE SPACES                     TO WS-VENDOR-IMAGE.
007710     MOVE WS-VEN-NO (WS-VEN-SUB)     TO WS-IMG-VENDOR-NO.
007720     MOVE WS-VEN-NAME (WS-VEN-SUB)   TO WS-IMG-VENDOR-NAME.
007730     MOVE WS-VEN-STATUS (WS-VEN-SUB) TO WS-IMG-STATUS-CD.
007740 2960-BUILD-IMAGE-EXIT.
007750     EXIT.
007760*
007770*****************************************************************
007780*    9000 SERIES  --  TERMINATION                                *
007790*****************************************************************
007800 9000-CLOSE-FILES.
007810     CLOSE VENDJRNL.
007820 9000-CLOSE-FILES-EXIT.
007830     EXIT.
