000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ITMPOLD.
000030 AUTHOR.  D R OKAFOR.
000040 INSTALLATION.  MERIDIAN DISTRIBUTION - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*                                                               *
000100*    ITMPOLD  --  PURCHASE ORDER CONFIRMATION LOAD              *
000110*                                                               *
000120*    ITMREORD WRITES THE PORDSUG SUGGESTION FILE, AND UNTIL     *
000130*    NOW NOTHING IN THE SYSTEM KNEW WHETHER AN ORDER WAS EVER   *
000140*    PLACED, SO THE SAME ITEM WAS SUGGESTED AGAIN EVERY NIGHT   *
000150*    UNTIL STOCK ARRIVED.  THIS ATTENDED RUN WALKS PORDSUG ONE  *
000160*    VENDOR GROUP AT A TIME WITH A BUYER AT THE TERMINAL: EACH  *
000170*    GROUP IS SHOWN WITH ITS SUGGESTED QUANTITIES AND WHATEVER  *
000180*    IS ALREADY ON ORDER FOR EACH ITEM, AND THE BUYER CONFIRMS  *
000190*    IT OR SKIPS IT.  A CONFIRMED GROUP BECOMES ONE PURCHASE    *
000200*    ORDER ON THE OPENPO OPEN-ORDER FILE - ONE LINE PER ITEM,   *
000210*    ORDERED AT THE SUGGESTED QUANTITY AND DUE AFTER THE        *
000220*    BUYER'S LEAD TIME.  ITMPRCV POSTS RECEIPTS AGAINST THOSE   *
000230*    LINES AND ITMREORD NETS THEM OUT OF ITS NEXT SUGGESTIONS.  *
000240*    A GROUP THAT DID NOT ARRIVE WHOLE IS NEVER OFFERED.        *
000250*    GROUPS LEFT UNREVIEWED BY AN EARLY QUIT STAY ON THE        *
000260*    REPORT AS NOT REVIEWED; THE NEXT ITMREORD RUN SUGGESTS     *
000270*    THEM AGAIN.                                                *
000280*                                                               *
000290*****************************************************************
000300*
000310*    MODIFICATION HISTORY
000320*    ---------------------------------------------------------
000330*    DATE        BY    DESCRIPTION
000340*    ----------  ----  -----------------------------------------
000350*    2026-10-15  DRO   ORIGINAL VERSION.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  IBM-370.
000400 OBJECT-COMPUTER.  IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PORDSUG ASSIGN TO 'PORDSUG'
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-PORDSUG-STATUS.
000460
000470     SELECT OPTIONAL OPENPO ASSIGN TO 'OPENPO'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PO-ORDER-KEY
000510         FILE STATUS IS WS-OPENPO-STATUS.
000520
000530     SELECT POLDRPT ASSIGN TO 'POLDRPT'
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-POLDRPT-STATUS.
000560
000570     SELECT OPTIONAL VENDMST ASSIGN TO 'VENDMST'
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-VENDMST-STATUS.
000600
000610     SELECT OPTIONAL OPERPROF ASSIGN TO 'OPERPROF'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS OP-OPERATOR-ID
000650         FILE STATUS IS WS-OPERPROF-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PORDSUG
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY ITMPOSR.
000730
000740 FD  OPENPO
000750     LABEL RECORDS ARE STANDARD.
000760     COPY ITMOPOR.
000770
000780 FD  POLDRPT
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  POLDRPT-LINE                PIC X(80).
000820
000830 FD  VENDMST
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY ITMVENR.
000870
000880 FD  OPERPROF
000890     LABEL RECORDS ARE STANDARD.
000900     COPY ITMOPRR.
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-FILE-STATUSES.
000940     05  WS-PORDSUG-STATUS       PIC X(02) VALUE '00'.
000950     05  WS-OPENPO-STATUS        PIC X(02) VALUE '00'.
000960     05  WS-POLDRPT-STATUS       PIC X(02) VALUE '00'.
000970     05  WS-VENDMST-STATUS       PIC X(02) VALUE '00'.
000980     05  WS-OPERPROF-STATUS      PIC X(02) VALUE '00'.
000990
001000 01  WS-SWITCHES.
001010     05  WS-PORDSUG-EOF-SW       PIC X(01) VALUE 'N'.
001020         88  WS-PORDSUG-EOF              VALUE 'Y'.
001030     05  WS-OPENPO-EOF-SW        PIC X(01) VALUE 'N'.
001040         88  WS-OPENPO-EOF               VALUE 'Y'.
001050     05  WS-VENDMST-EOF-SW       PIC X(01) VALUE 'N'.
001060         88  WS-VENDMST-EOF              VALUE 'Y'.
001070     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001080         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001090     05  WS-QUIT-SW              PIC X(01) VALUE 'N'.
001100         88  WS-QUIT-REQUESTED           VALUE 'Y'.
001110     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
001120         88  WS-SLOT-FOUND               VALUE 'Y'.
001130     05  WS-GROUP-SW             PIC X(01) VALUE 'N'.
001140         88  WS-GROUP-BROKEN             VALUE 'Y'.
001150         88  WS-GROUP-WHOLE              VALUE 'N'.
001160     05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
001170         88  WS-TRAILER-SEEN             VALUE 'Y'.
001180     05  WS-TRAILER-BAD-SW       PIC X(01) VALUE 'N'.
001190         88  WS-TRAILER-BAD              VALUE 'Y'.
001200
001210 01  WS-CURRENT-DATE-TIME.
001220     05  WS-CURR-DATE            PIC 9(08).
001230     05  WS-CURR-TIME.
001240         10  WS-CURR-HH          PIC 9(02).
001250         10  WS-CURR-MN          PIC 9(02).
001260         10  WS-CURR-SS          PIC 9(02).
001270         10  WS-CURR-HS          PIC 9(02).
001280
001290 01  WS-DECISION-ENTERED         PIC X(01) VALUE SPACES.
001300     88  WS-DECISION-CONFIRM             VALUE 'C'.
001310     88  WS-DECISION-SKIP                VALUE 'S'.
001320     88  WS-DECISION-QUIT                VALUE 'Q'.
001330
001340 01  WS-LEAD-ENTERED             PIC X(03) VALUE SPACES.
001350 01  WS-LEAD-ENTERED-N REDEFINES WS-LEAD-ENTERED
001360                                 PIC 9(03).
001370
001380     COPY ITMVTBL.
001390
001400*    THE VENDOR GROUP CURRENTLY IN HAND, GATHERED FROM PORDSUG
001410*    BEFORE IT IS SHOWN SO THE BUYER DECIDES ON THE WHOLE GROUP
001420*    AT ONCE.  PORDSUG NEVER CARRIES MORE THAN ITMREORD'S 500
001430*    SUGGESTIONS IN TOTAL, SO ONE GROUP ALWAYS FITS.
001440 01  WS-GROUP-AREA.
001450     05  WS-GROUP-LINES          PIC 9(05) VALUE ZERO.
001460     05  WS-GROUP-ENTRY OCCURS 1 TO 500 TIMES
001470                  DEPENDING ON WS-GROUP-LINES.
001480         10  WS-GR-ITEM-KEY      PIC 9(05).
001490         10  WS-GR-ITEM-DESC     PIC X(20).
001500         10  WS-GR-ONHAND-QTY    PIC 9(05).
001510         10  WS-GR-REORDER-PT    PIC 9(05).
001520         10  WS-GR-SUGGEST-QTY   PIC 9(06).
001530         10  WS-GR-ONORDER-QTY   PIC 9(07).
001540
001550*    QUANTITY ALREADY OUTSTANDING ON OPENPO, ONE ENTRY PER
001560*    ITEM, IN ITEM-KEY ORDER FOR SEARCH ALL - THE SAME TABLE
001570*    ITMREORD BUILDS TO NET ITS SUGGESTIONS.  IT IS SHOWN TO
001580*    THE BUYER SO A PORDSUG FILE CONFIRMED ONCE ALREADY IS
001590*    PLAIN TO SEE BEFORE IT IS ORDERED A SECOND TIME.
001600 01  WS-ONORD-AREA.
001610     05  WS-ONORD-COUNT          PIC 9(05) VALUE ZERO.
001620     05  WS-ONORD-ENTRY OCCURS 1 TO 1000 TIMES
001630                  DEPENDING ON WS-ONORD-COUNT
001640                  ASCENDING KEY IS WS-OO-ITEM-KEY
001650                  INDEXED BY WS-ONORD-IDX.
001660         10  WS-OO-ITEM-KEY      PIC 9(05).
001670         10  WS-OO-OPEN-QTY      PIC 9(07).
001680
001690 01  WS-GROUP-HEADER.
001700     05  WS-GROUP-VENDOR-NO      PIC 9(05) VALUE ZERO.
001710     05  WS-GROUP-EXPECTED       PIC 9(05) VALUE ZERO.
001720
001730 01  WS-ORDER-WORK.
001740     05  WS-NEW-ORDER-NO         PIC 9(06) VALUE ZERO.
001750     05  WS-DUE-DATE             PIC 9(08) VALUE ZERO.
001760     05  WS-DAY-INTEGER          PIC 9(07) VALUE ZERO.
001770     05  WS-LINE-OPEN-QTY        PIC S9(07) VALUE ZERO.
001780
001790 01  WS-PRINT-WORK.
001800     05  WS-EDIT-ONHAND          PIC ZZZZ9.
001810     05  WS-EDIT-REORDER         PIC ZZZZ9.
001820     05  WS-EDIT-SUGGEST         PIC ZZZZZ9.
001830     05  WS-EDIT-ONORDER         PIC ZZZZZZ9.
001840     05  WS-EDIT-LINE            PIC ZZ9.
001850
001860 01  WS-VENDOR-NAME-OUT          PIC X(40) VALUE SPACES.
001870 01  WS-RESULT-TEXT              PIC X(16) VALUE SPACES.
001880 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001890
001900 77  WS-LEAD-DAYS                PIC 9(03) VALUE 14.
001910 77  WS-MAX-GROUP                PIC 9(05) VALUE 500.
001920 77  WS-MAX-ONORD                PIC 9(05) VALUE 1000.
001930 77  WS-GROUPS-READ              PIC 9(05) VALUE ZERO.
001940 77  WS-GROUPS-CONFIRMED         PIC 9(05) VALUE ZERO.
001950 77  WS-GROUPS-SKIPPED           PIC 9(05) VALUE ZERO.
001960 77  WS-GROUPS-PENDING           PIC 9(05) VALUE ZERO.
001970 77  WS-GROUPS-REJECTED          PIC 9(05) VALUE ZERO.
001980 77  WS-LINES-READ               PIC 9(05) VALUE ZERO.
001990 77  WS-LINES-ORDERED            PIC 9(05) VALUE ZERO.
002000 77  WS-LINES-FAILED             PIC 9(05) VALUE ZERO.
002010 77  WS-STRAY-RECORDS            PIC 9(05) VALUE ZERO.
002020 77  WS-STORE-POS                PIC 9(05) COMP VALUE ZERO.
002030 77  WS-GR-IX                    PIC 9(05) COMP VALUE ZERO.
002040
002050 PROCEDURE DIVISION.
002060*
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
002090
002100     IF WS-ABNORMAL-RUN
002110         GO TO 9900-ABEND-EXIT
002120     END-IF.
002130
002140     PERFORM 2000-GROUP-LOOP THRU 2000-GROUP-LOOP-EXIT
002150         UNTIL WS-PORDSUG-EOF.
002160
002170     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT.
002180     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002190
002200     IF WS-GROUPS-REJECTED > ZERO
002210      OR WS-GROUPS-PENDING > ZERO
002220      OR WS-LINES-FAILED > ZERO
002230      OR WS-STRAY-RECORDS > ZERO
002240      OR WS-TRAILER-BAD
002250      OR NOT WS-TRAILER-SEEN
002260         MOVE 4 TO RETURN-CODE
002270     END-IF.
002280     GO TO 9999-EXIT.
002290
002300 9900-ABEND-EXIT.
002310     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002320
002330 9999-EXIT.
002340     STOP RUN.
002350*
002360*****************************************************************
002370*    1000 SERIES  --  RUN INITIALIZATION                        *
002380*****************************************************************
002390 1000-INITIALIZE-RUN.
002400     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002410     ACCEPT WS-CURR-TIME FROM TIME.
002420
002430     OPEN OUTPUT POLDRPT.
002440     IF WS-POLDRPT-STATUS NOT = '00'
002450         DISPLAY 'ITMPOLD - UNABLE TO OPEN POLDRPT, STATUS = '
002460             WS-POLDRPT-STATUS
002470         SET WS-ABNORMAL-RUN TO TRUE
002480         MOVE 16 TO RETURN-CODE
002490         GO TO 1000-INITIALIZE-RUN-EXIT
002500     END-IF.
002510
002520     PERFORM 1100-CHECK-OPERATOR-PROFILE
002530         THRU 1100-CHECK-OPERATOR-PROFILE-EXIT.
002540     IF WS-ABNORMAL-RUN
002550         GO TO 1000-INITIALIZE-RUN-EXIT
002560     END-IF.
002570
002580     PERFORM 1200-ACCEPT-LEAD-TIME
002590         THRU 1200-ACCEPT-LEAD-TIME-EXIT.
002600     IF WS-ABNORMAL-RUN
002610         GO TO 1000-INITIALIZE-RUN-EXIT
002620     END-IF.
002630
002640     OPEN INPUT PORDSUG.
002650     IF WS-PORDSUG-STATUS NOT = '00'
002660         DISPLAY 'ITMPOLD - UNABLE TO OPEN PORDSUG, STATUS = '
002670             WS-PORDSUG-STATUS
002680         SET WS-ABNORMAL-RUN TO TRUE
002690         MOVE 16 TO RETURN-CODE
002700         GO TO 1000-INITIALIZE-RUN-EXIT
002710     END-IF.
002720
002730*    THE OPEN-ORDER FILE IS CREATED EMPTY ON THE FIRST EVER
002740*    CONFIRMATION RUN, THE SAME WAY THE LOAD CREATES ITEMTAB.
002750     OPEN I-O OPENPO.
002760     IF WS-OPENPO-STATUS = '35'
002770         OPEN OUTPUT OPENPO
002780         CLOSE OPENPO
002790         OPEN I-O OPENPO
002800     END-IF.
002810     IF WS-OPENPO-STATUS NOT = '00' AND
002820        WS-OPENPO-STATUS NOT = '05'
002830         DISPLAY 'ITMPOLD - UNABLE TO OPEN OPENPO, STATUS = '
002840             WS-OPENPO-STATUS
002850         SET WS-ABNORMAL-RUN TO TRUE
002860         MOVE 16 TO RETURN-CODE
002870         GO TO 1000-INITIALIZE-RUN-EXIT
002880     END-IF.
002890
002900     PERFORM 1300-LOAD-OPEN-ORDERS
002910         THRU 1300-LOAD-OPEN-ORDERS-EXIT.
002920     PERFORM 1350-SEED-CONTROL-ROW
002930         THRU 1350-SEED-CONTROL-ROW-EXIT.
002940     IF WS-ABNORMAL-RUN
002950         GO TO 1000-INITIALIZE-RUN-EXIT
002960     END-IF.
002970
002980     PERFORM 1400-LOAD-VENDOR-MASTER
002990         THRU 1400-LOAD-VENDOR-MASTER-EXIT.
003000
003010     PERFORM 4000-WRITE-RPT-HEADER
003020         THRU 4000-WRITE-RPT-HEADER-EXIT.
003030
003040*    PRIME THE FIRST RECORD - THE GROUP LOOP ALWAYS STARTS
003050*    WITH ONE RECORD ALREADY IN HAND.
003060     PERFORM 2900-READ-PORDSUG THRU 2900-READ-PORDSUG-EXIT.
003070 1000-INITIALIZE-RUN-EXIT.
003080     EXIT.
003090
003100 1100-CHECK-OPERATOR-PROFILE.
003110*    A PURCHASE ORDER COMMITS MONEY, SO THE BUYER CONFIRMING IT
003120*    MUST BE A PROFILED OPERATOR - ON FILE, ACTIVE, WITH UPDATE
003130*    OR BACKOUT AUTHORITY - THE SAME RULE ITMUPDT APPLIES.  THE
003140*    BUYER'S ID IS STAMPED ON EVERY ORDER LINE RAISED.
003150     DISPLAY 'ITMPOLD - ENTER BUYER OPERATOR ID: '
003160         WITH NO ADVANCING.
003170     ACCEPT WS-OPERATOR-ID.
003180     IF WS-OPERATOR-ID = SPACES
003190         DISPLAY 'ITMPOLD - OPERATOR ID IS REQUIRED, '
003200             'RUN REFUSED'
003210         SET WS-ABNORMAL-RUN TO TRUE
003220         MOVE 8 TO RETURN-CODE
003230         GO TO 1100-CHECK-OPERATOR-PROFILE-EXIT
003240     END-IF.
003250     OPEN INPUT OPERPROF.
003260     IF WS-OPERPROF-STATUS NOT = '00'
003270         DISPLAY 'ITMPOLD - OPERPROF OPEN STATUS = '
003280             WS-OPERPROF-STATUS ', RUN REFUSED'
003290         SET WS-ABNORMAL-RUN TO TRUE
003300         MOVE 8 TO RETURN-CODE
003310         CLOSE OPERPROF
003320         GO TO 1100-CHECK-OPERATOR-PROFILE-EXIT
003330     END-IF.
003340     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
003350     READ OPERPROF
003360         INVALID KEY
003370             DISPLAY 'ITMPOLD - OPERATOR ' WS-OPERATOR-ID
003380                 ' IS NOT PROFILED, RUN REFUSED'
003390             SET WS-ABNORMAL-RUN TO TRUE
003400             MOVE 8 TO RETURN-CODE
003410         NOT INVALID KEY
003420             IF NOT OP-OPER-ACTIVE
003430                 DISPLAY 'ITMPOLD - OPERATOR ' WS-OPERATOR-ID
003440                     ' IS INACTIVE, RUN REFUSED'
003450                 SET WS-ABNORMAL-RUN TO TRUE
003460                 MOVE 8 TO RETURN-CODE
003470             ELSE
003480                 IF NOT OP-AUTH-UPDATE
003490                  AND NOT OP-AUTH-BACKOUT
003500                     DISPLAY 'ITMPOLD - OPERATOR '
003510                         WS-OPERATOR-ID ' HAS NO UPDATE '
003520                         'AUTHORITY, RUN REFUSED'
003530                     SET WS-ABNORMAL-RUN TO TRUE
003540                     MOVE 8 TO RETURN-CODE
003550                 END-IF
003560             END-IF
003570     END-READ.
003580     CLOSE OPERPROF.
003590 1100-CHECK-OPERATOR-PROFILE-EXIT.
003600     EXIT.
003610
003620 1200-ACCEPT-LEAD-TIME.
003630*    EVERY LINE RAISED IN THIS RUN IS DUE THE SAME NUMBER OF
003640*    DAYS OUT.  A BLANK ENTRY TAKES THE HOUSE DEFAULT OF 14
003650*    DAYS.  THE DUE DATE IS WORKED OUT ONCE, THROUGH THE SAME
003660*    DATE CONVERSION ITMPURGE USES, SO IT RUNS STRAIGHT
003670*    THROUGH MONTH AND YEAR ENDS.
003680     DISPLAY 'ITMPOLD - ENTER VENDOR LEAD TIME IN DAYS '
003690         '(BLANK = 14): '
003700         WITH NO ADVANCING.
003710     ACCEPT WS-LEAD-ENTERED.
003720     IF WS-LEAD-ENTERED NOT = SPACES
003730         IF WS-LEAD-ENTERED-N NUMERIC
003740             MOVE WS-LEAD-ENTERED-N TO WS-LEAD-DAYS
003750         ELSE
003760             DISPLAY 'ITMPOLD - LEAD TIME MUST BE A NUMBER '
003770                 'OF DAYS'
003780             SET WS-ABNORMAL-RUN TO TRUE
003790             MOVE 16 TO RETURN-CODE
003800             GO TO 1200-ACCEPT-LEAD-TIME-EXIT
003810         END-IF
003820     END-IF.
003830     COMPUTE WS-DAY-INTEGER =
003840         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE) + WS-LEAD-DAYS.
003850     COMPUTE WS-DUE-DATE =
003860         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
003870 1200-ACCEPT-LEAD-TIME-EXIT.
003880     EXIT.
003890
003900 1300-LOAD-OPEN-ORDERS.
003910     MOVE ZERO TO PO-ORDER-NO.
003920     MOVE ZERO TO PO-LINE-NO.
003930     START OPENPO KEY IS NOT LESS THAN PO-ORDER-KEY
003940         INVALID KEY
003950             SET WS-OPENPO-EOF TO TRUE
003960     END-START.
003970     PERFORM 1310-GATHER-ONE-LINE THRU 1310-GATHER-ONE-LINE-EXIT
003980         UNTIL WS-OPENPO-EOF.
003990 1300-LOAD-OPEN-ORDERS-EXIT.
004000     EXIT.
004010
004020 1310-GATHER-ONE-LINE.
004030     READ OPENPO NEXT RECORD
004040         AT END
004050             SET WS-OPENPO-EOF TO TRUE
004060             GO TO 1310-GATHER-ONE-LINE-EXIT
004070     END-READ.
004080*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
004090     IF WS-OPENPO-STATUS NOT = '00'
004100         SET WS-OPENPO-EOF TO TRUE
004110         GO TO 1310-GATHER-ONE-LINE-EXIT
004120     END-IF.
004130*    THE CONTROL ROW AND CLOSED LINES CARRY NOTHING ON ORDER.
004140     IF PO-ORDER-NO = ZERO
004150      OR NOT PO-LINE-OUTSTANDING
004160         GO TO 1310-GATHER-ONE-LINE-EXIT
004170     END-IF.
004180     COMPUTE WS-LINE-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY.
004190     IF WS-LINE-OPEN-QTY NOT > ZERO
004200         GO TO 1310-GATHER-ONE-LINE-EXIT
004210     END-IF.
004220
004230     IF WS-ONORD-COUNT > ZERO
004240         SET WS-ONORD-IDX TO 1
004250         SEARCH ALL WS-ONORD-ENTRY
004260             AT END
004270                 CONTINUE
004280             WHEN WS-OO-ITEM-KEY (WS-ONORD-IDX) = PO-ITEM-KEY
004290                 ADD WS-LINE-OPEN-QTY
004300                     TO WS-OO-OPEN-QTY (WS-ONORD-IDX)
004310                 GO TO 1310-GATHER-ONE-LINE-EXIT
004320         END-SEARCH
004330     END-IF.
004340
004350*    A FULL TABLE ONLY COSTS THE BUYER THE ON-ORDER COLUMN
004360*    FOR THE ITEMS BEYOND IT - NOTHING IS ORDERED FROM IT.
004370     IF WS-ONORD-COUNT >= WS-MAX-ONORD
004380         GO TO 1310-GATHER-ONE-LINE-EXIT
004390     END-IF.
004400     PERFORM 1320-MAKE-ONORD-SLOT THRU 1320-MAKE-ONORD-SLOT-EXIT.
004410     MOVE PO-ITEM-KEY      TO WS-OO-ITEM-KEY (WS-STORE-POS).
004420     MOVE WS-LINE-OPEN-QTY TO WS-OO-OPEN-QTY (WS-STORE-POS).
004430 1310-GATHER-ONE-LINE-EXIT.
004440     EXIT.
004450
004460 1320-MAKE-ONORD-SLOT.
004470*    THE SAME ORDERED INSERT THE LOAD USES - THE TABLE MUST
004480*    STAY IN KEY ORDER FOR THE SEARCH ALL.
004490     ADD 1 TO WS-ONORD-COUNT.
004500     MOVE WS-ONORD-COUNT TO WS-STORE-POS.
004510     MOVE 'N' TO WS-SLOT-SW.
004520     PERFORM 1330-SHIFT-ONORD-SLOT
004530         THRU 1330-SHIFT-ONORD-SLOT-EXIT
004540         UNTIL WS-SLOT-FOUND.
004550 1320-MAKE-ONORD-SLOT-EXIT.
004560     EXIT.
004570
004580 1330-SHIFT-ONORD-SLOT.
004590     IF WS-STORE-POS = 1
004600         SET WS-SLOT-FOUND TO TRUE
004610         GO TO 1330-SHIFT-ONORD-SLOT-EXIT
004620     END-IF.
004630     IF WS-OO-ITEM-KEY (WS-STORE-POS - 1) < PO-ITEM-KEY
004640         SET WS-SLOT-FOUND TO TRUE
004650         GO TO 1330-SHIFT-ONORD-SLOT-EXIT
004660     END-IF.
004670     MOVE WS-ONORD-ENTRY (WS-STORE-POS - 1)
004680         TO WS-ONORD-ENTRY (WS-STORE-POS).
004690     SUBTRACT 1 FROM WS-STORE-POS.
004700 1330-SHIFT-ONORD-SLOT-EXIT.
004710     EXIT.
004720
004730 1350-SEED-CONTROL-ROW.
004740*    ORDER NUMBERS COME FROM THE CONTROL ROW, NOT FROM THE
004750*    HIGHEST LINE ON FILE, SO A NUMBER IS NEVER HANDED OUT
004760*    TWICE EVEN IF OLD ORDERS ARE EVER CLEARED AWAY.  THE ROW
004770*    IS WRITTEN THE FIRST TIME THE FILE IS USED.
004780     MOVE ZERO TO PO-ORDER-NO.
004790     MOVE ZERO TO PO-LINE-NO.
004800     READ OPENPO
004810         INVALID KEY
004820             MOVE SPACES TO PO-RECORD-BODY
004830             MOVE ZERO TO PO-CTL-LAST-ORDER-NO
004840             MOVE WS-CURR-DATE TO PO-CTL-STAMP-DATE
004850             WRITE OPENPO-RECORD
004860                 INVALID KEY
004870                     DISPLAY 'ITMPOLD - UNABLE TO WRITE THE '
004880                         'OPENPO CONTROL ROW, STATUS = '
004890                         WS-OPENPO-STATUS
004900                     SET WS-ABNORMAL-RUN TO TRUE
004910                     MOVE 16 TO RETURN-CODE
004920             END-WRITE
004930     END-READ.
004940 1350-SEED-CONTROL-ROW-EXIT.
004950     EXIT.
004960
004970 1400-LOAD-VENDOR-MASTER.
004980*    VENDOR NAMES ARE FOR THE BUYER'S DISPLAY ONLY.  A MISSING
004990*    OR EMPTY VENDMST MUST NOT STOP THE ORDERS - THE DISPLAY
005000*    SIMPLY GOES WITHOUT NAMES, AS IN ITMINQ.
005010     OPEN INPUT VENDMST.
005020     IF WS-VENDMST-STATUS NOT = '00' AND
005030        WS-VENDMST-STATUS NOT = '05'
005040         DISPLAY 'ITMPOLD - VENDMST OPEN STATUS = '
005050             WS-VENDMST-STATUS
005060             ', VENDOR NAMES NOT AVAILABLE'
005070         GO TO 1400-LOAD-VENDOR-MASTER-EXIT
005080     END-IF.
005090     MOVE 'N' TO WS-VENDMST-EOF-SW.
005100     PERFORM 1410-LOAD-ONE-VENDOR
005110         THRU 1410-LOAD-ONE-VENDOR-EXIT
005120         UNTIL WS-VENDMST-EOF.
005130     CLOSE VENDMST.
005140 1400-LOAD-VENDOR-MASTER-EXIT.
005150     EXIT.
005160
005170 1410-LOAD-ONE-VENDOR.
005180*    VENDMST IS KEPT IN ASCENDING VENDOR-NUMBER ORDER SO THE
005190*    NAME LOOKUP CAN USE SEARCH ALL - THE SAME RULES THE LOAD
005200*    ENFORCES WHEN IT READS THIS FILE.
005210     READ VENDMST
005220         AT END
005230             SET WS-VENDMST-EOF TO TRUE
005240             GO TO 1410-LOAD-ONE-VENDOR-EXIT
005250     END-READ.
005260     IF VE-VENDOR-NO NOT NUMERIC
005270         GO TO 1410-LOAD-ONE-VENDOR-EXIT
005280     END-IF.
005290     IF WS-VENDOR-CNT > ZERO
005300      AND VE-VENDOR-NO NOT > WS-VEN-NO (WS-VENDOR-CNT)
005310         GO TO 1410-LOAD-ONE-VENDOR-EXIT
005320     END-IF.
005330     IF WS-VENDOR-CNT >= 200
005340         SET WS-VENDMST-EOF TO TRUE
005350         GO TO 1410-LOAD-ONE-VENDOR-EXIT
005360     END-IF.
005370     ADD 1 TO WS-VENDOR-CNT.
005380     MOVE VE-VENDOR-NO   TO WS-VEN-NO (WS-VENDOR-CNT).
005390     MOVE VE-VENDOR-NAME TO WS-VEN-NAME (WS-VENDOR-CNT).
005400     MOVE VE-STATUS-CD   TO WS-VEN-STATUS (WS-VENDOR-CNT).
005410     MOVE ZERO           TO WS-VEN-REJECTS (WS-VENDOR-CNT).
005420 1410-LOAD-ONE-VENDOR-EXIT.
005430     EXIT.
005440*
005450*****************************************************************
005460*    2000 SERIES  --  BUYER CONFIRMATION LOOP                   *
005470*****************************************************************
005480 2000-GROUP-LOOP.
005490*    ONE PASS HANDLES ONE VENDOR GROUP.  THE RECORD IN HAND ON
005500*    ENTRY IS THE GROUP'S V HEADER (OR THE T TRAILER); THE
005510*    GROUP'S D DETAILS ARE GATHERED BEHIND IT, LEAVING THE
005520*    NEXT GROUP'S HEADER IN HAND FOR THE NEXT PASS.
005530     IF PS-TRAILER-REC
005540         PERFORM 2800-CHECK-TRAILER THRU 2800-CHECK-TRAILER-EXIT
005550         SET WS-PORDSUG-EOF TO TRUE
005560         GO TO 2000-GROUP-LOOP-EXIT
005570     END-IF.
005580     IF NOT PS-VENDOR-REC
005590         DISPLAY 'ITMPOLD - PORDSUG RECORD OUT OF SEQUENCE, '
005600             'TYPE = ' PS-RECORD-TYPE ', SKIPPED'
005610         ADD 1 TO WS-STRAY-RECORDS
005620         PERFORM 2900-READ-PORDSUG THRU 2900-READ-PORDSUG-EXIT
005630         GO TO 2000-GROUP-LOOP-EXIT
005640     END-IF.
005650
005660     ADD 1 TO WS-GROUPS-READ.
005670     MOVE PS-VH-VENDOR-NO  TO WS-GROUP-VENDOR-NO.
005680     MOVE PS-VH-ITEM-COUNT TO WS-GROUP-EXPECTED.
005690     MOVE ZERO TO WS-GROUP-LINES.
005700     SET WS-GROUP-WHOLE TO TRUE.
005710     PERFORM 2900-READ-PORDSUG THRU 2900-READ-PORDSUG-EXIT.
005720     PERFORM 2100-GATHER-DETAIL THRU 2100-GATHER-DETAIL-EXIT
005730         UNTIL WS-PORDSUG-EOF
005740            OR NOT PS-DETAIL-REC.
005750
005760*    THE HEADER'S OWN ITEM COUNT PROVES THE GROUP ARRIVED
005770*    WHOLE.  A SHORT OR MIXED GROUP IS NEVER OFFERED - HALF AN
005780*    ORDER IS WORSE THAN NONE.
005790     IF WS-GROUP-LINES NOT = WS-GROUP-EXPECTED
005800         SET WS-GROUP-BROKEN TO TRUE
005810     END-IF.
005820     IF WS-GROUP-BROKEN
005830         ADD 1 TO WS-GROUPS-REJECTED
005840         MOVE 'GROUP INCOMPLETE' TO WS-RESULT-TEXT
005850         PERFORM 2500-PRINT-GROUP THRU 2500-PRINT-GROUP-EXIT
005860         GO TO 2000-GROUP-LOOP-EXIT
005870     END-IF.
005880
005890*    AFTER AN EARLY QUIT THE REST OF THE FILE IS ONLY COUNTED
005900*    AND REPORTED - NO MORE PROMPTS.
005910     IF WS-QUIT-REQUESTED
005920         ADD 1 TO WS-GROUPS-PENDING
005930         MOVE 'NOT REVIEWED' TO WS-RESULT-TEXT
005940         PERFORM 2500-PRINT-GROUP THRU 2500-PRINT-GROUP-EXIT
005950         GO TO 2000-GROUP-LOOP-EXIT
005960     END-IF.
005970
005980     PERFORM 2200-SHOW-GROUP THRU 2200-SHOW-GROUP-EXIT.
005990     MOVE SPACES TO WS-DECISION-ENTERED.
006000     PERFORM 2300-PROMPT-DECISION
006010         THRU 2300-PROMPT-DECISION-EXIT
006020         UNTIL WS-DECISION-CONFIRM
006030            OR WS-DECISION-SKIP
006040            OR WS-DECISION-QUIT.
006050
006060     IF WS-DECISION-QUIT
006070         SET WS-QUIT-REQUESTED TO TRUE
006080         ADD 1 TO WS-GROUPS-PENDING
006090         MOVE 'NOT REVIEWED' TO WS-RESULT-TEXT
006100         PERFORM 2500-PRINT-GROUP THRU 2500-PRINT-GROUP-EXIT
006110         GO TO 2000-GROUP-LOOP-EXIT
006120     END-IF.
006130
006140     IF WS-DECISION-SKIP
006150         ADD 1 TO WS-GROUPS-SKIPPED
006160         MOVE 'SKIPPED' TO WS-RESULT-TEXT
006170         PERFORM 2500-PRINT-GROUP THRU 2500-PRINT-GROUP-EXIT
006180         GO TO 2000-GROUP-LOOP-EXIT
006190     END-IF.
006200
006210     PERFORM 2400-RAISE-ORDER THRU 2400-RAISE-ORDER-EXIT.
006220     PERFORM 2500-PRINT-GROUP THRU 2500-PRINT-GROUP-EXIT.
006230 2000-GROUP-LOOP-EXIT.
006240     EXIT.
006250
006260 2100-GATHER-DETAIL.
006270     ADD 1 TO WS-LINES-READ.
006280     IF PS-DT-VENDOR-NO NOT = WS-GROUP-VENDOR-NO
006290      OR WS-GROUP-LINES >= WS-MAX-GROUP
006300         SET WS-GROUP-BROKEN TO TRUE
006310         PERFORM 2900-READ-PORDSUG THRU 2900-READ-PORDSUG-EXIT
006320         GO TO 2100-GATHER-DETAIL-EXIT
006330     END-IF.
006340     ADD 1 TO WS-GROUP-LINES.
006350     MOVE PS-DT-ITEM-KEY    TO WS-GR-ITEM-KEY (WS-GROUP-LINES).
006360     MOVE PS-DT-ITEM-DESC   TO WS-GR-ITEM-DESC (WS-GROUP-LINES).
006370     MOVE PS-DT-ONHAND-QTY  TO WS-GR-ONHAND-QTY (WS-GROUP-LINES).
006380     MOVE PS-DT-REORDER-PT  TO WS-GR-REORDER-PT (WS-GROUP-LINES).
006390     MOVE PS-DT-SUGGEST-QTY
006400         TO WS-GR-SUGGEST-QTY (WS-GROUP-LINES).
006410     MOVE ZERO TO WS-GR-ONORDER-QTY (WS-GROUP-LINES).
006420     IF WS-ONORD-COUNT > ZERO
006430         SET WS-ONORD-IDX TO 1
006440         SEARCH ALL WS-ONORD-ENTRY
006450             AT END
006460                 CONTINUE
006470             WHEN WS-OO-ITEM-KEY (WS-ONORD-IDX) = PS-DT-ITEM-KEY
006480                 MOVE WS-OO-OPEN-QTY (WS-ONORD-IDX)
006490                     TO WS-GR-ONORDER-QTY (WS-GROUP-LINES)
006500         END-SEARCH
006510     END-IF.
006520     PERFORM 2900-READ-PORDSUG THRU 2900-READ-PORDSUG-EXIT.
006530 2100-GATHER-DETAIL-EXIT.
006540     EXIT.
006550
006560 2200-SHOW-GROUP.
006570     PERFORM 2250-FIND-VENDOR-NAME
006580         THRU 2250-FIND-VENDOR-NAME-EXIT.
006590     DISPLAY ' '.
006600     DISPLAY 'VENDOR .......... ' WS-GROUP-VENDOR-NO
006610         '  ' WS-VENDOR-NAME-OUT.
006620     DISPLAY 'ITEMS ........... ' WS-GROUP-LINES.
006630     DISPLAY 'DUE DATE ........ ' WS-DUE-DATE.
006640     DISPLAY '  KEY    DESCRIPTION           ONHAND  REORDER'
006650         '  SUGGEST  ON ORDER'.
006660     PERFORM 2210-SHOW-ONE-LINE THRU 2210-SHOW-ONE-LINE-EXIT
006670         VARYING WS-GR-IX FROM 1 BY 1
006680         UNTIL WS-GR-IX > WS-GROUP-LINES.
006690 2200-SHOW-GROUP-EXIT.
006700     EXIT.
006710
006720 2210-SHOW-ONE-LINE.
006730     MOVE WS-GR-ONHAND-QTY (WS-GR-IX)  TO WS-EDIT-ONHAND.
006740     MOVE WS-GR-REORDER-PT (WS-GR-IX)  TO WS-EDIT-REORDER.
006750     MOVE WS-GR-SUGGEST-QTY (WS-GR-IX) TO WS-EDIT-SUGGEST.
006760     MOVE WS-GR-ONORDER-QTY (WS-GR-IX) TO WS-EDIT-ONORDER.
006770     DISPLAY '  ' WS-GR-ITEM-KEY (WS-GR-IX)
006780         '  ' WS-GR-ITEM-DESC (WS-GR-IX)
006790         '  ' WS-EDIT-ONHAND
006800         '  ' WS-EDIT-REORDER
006810         '  ' WS-EDIT-SUGGEST
006820         '  ' WS-EDIT-ONORDER.
006830 2210-SHOW-ONE-LINE-EXIT.
006840     EXIT.
006850
006860 2250-FIND-VENDOR-NAME.
006870*    AN INACTIVE VENDOR IS MARKED - A BUYER ABOUT TO ORDER
006880*    FROM A DEAD VENDOR SHOULD SEE IT BEFORE CONFIRMING.
006890     MOVE SPACES TO WS-VENDOR-NAME-OUT.
006900     IF WS-VENDOR-CNT = ZERO
006910         GO TO 2250-FIND-VENDOR-NAME-EXIT
006920     END-IF.
006930     SET WS-VEN-IDX TO 1.
006940     SEARCH ALL WS-VENDOR-ENTRY
006950         AT END
006960             MOVE '(NOT ON VENDOR MASTER)'
006970                 TO WS-VENDOR-NAME-OUT
006980         WHEN WS-VEN-NO (WS-VEN-IDX) = WS-GROUP-VENDOR-NO
006990             IF WS-VEN-ACTIVE (WS-VEN-IDX)
007000                 MOVE WS-VEN-NAME (WS-VEN-IDX)
007010                     TO WS-VENDOR-NAME-OUT
007020             ELSE
007030                 STRING WS-VEN-NAME (WS-VEN-IDX) ' *INACTIVE*'
007040                     DELIMITED BY SIZE
007050                     INTO WS-VENDOR-NAME-OUT
007060             END-IF
007070     END-SEARCH.
007080 2250-FIND-VENDOR-NAME-EXIT.
007090     EXIT.
007100
007110 2300-PROMPT-DECISION.
007120     DISPLAY 'C = CONFIRM ORDER, S = SKIP, Q = QUIT: '
007130         WITH NO ADVANCING.
007140     MOVE SPACES TO WS-DECISION-ENTERED.
007150     ACCEPT WS-DECISION-ENTERED.
007160     IF NOT WS-DECISION-CONFIRM
007170      AND NOT WS-DECISION-SKIP
007180      AND NOT WS-DECISION-QUIT
007190         DISPLAY 'ITMPOLD - INVALID CHOICE, TRY AGAIN'
007200     END-IF.
007210 2300-PROMPT-DECISION-EXIT.
007220     EXIT.
007230
007240 2400-RAISE-ORDER.
007250*    THE NEXT ORDER NUMBER IS TAKEN FROM THE CONTROL ROW AND
007260*    THE ROW REWRITTEN BEFORE ANY LINE IS WRITTEN, SO A FAILURE
007270*    PART-WAY THROUGH CAN ONLY WASTE A NUMBER, NEVER REUSE ONE.
007280     MOVE ZERO TO PO-ORDER-NO.
007290     MOVE ZERO TO PO-LINE-NO.
007300     READ OPENPO
007310         INVALID KEY
007320             DISPLAY 'ITMPOLD - OPENPO CONTROL ROW MISSING, '
007330                 'VENDOR ' WS-GROUP-VENDOR-NO ' NOT ORDERED'
007340             ADD 1 TO WS-GROUPS-REJECTED
007350             MOVE 'NOT ORDERED' TO WS-RESULT-TEXT
007360             GO TO 2400-RAISE-ORDER-EXIT
007370     END-READ.
007380     ADD 1 TO PO-CTL-LAST-ORDER-NO.
007390     MOVE PO-CTL-LAST-ORDER-NO TO WS-NEW-ORDER-NO.
007400     MOVE WS-CURR-DATE TO PO-CTL-STAMP-DATE.
007410     REWRITE OPENPO-RECORD
007420         INVALID KEY
007430             DISPLAY 'ITMPOLD - OPENPO CONTROL ROW REWRITE '
007440                 'FAILED, VENDOR ' WS-GROUP-VENDOR-NO
007450                 ' NOT ORDERED'
007460             ADD 1 TO WS-GROUPS-REJECTED
007470             MOVE 'NOT ORDERED' TO WS-RESULT-TEXT
007480             GO TO 2400-RAISE-ORDER-EXIT
007490     END-REWRITE.
007500
007510     PERFORM 2450-WRITE-ORDER-LINE
007520         THRU 2450-WRITE-ORDER-LINE-EXIT
007530         VARYING WS-GR-IX FROM 1 BY 1
007540         UNTIL WS-GR-IX > WS-GROUP-LINES.
007550
007560     ADD 1 TO WS-GROUPS-CONFIRMED.
007570     MOVE SPACES TO WS-RESULT-TEXT.
007580     STRING 'ORDER ' WS-NEW-ORDER-NO
007590         DELIMITED BY SIZE INTO WS-RESULT-TEXT.
007600     DISPLAY 'ITMPOLD - VENDOR ' WS-GROUP-VENDOR-NO
007610         ' ORDERED ON PO ' WS-NEW-ORDER-NO '.'.
007620 2400-RAISE-ORDER-EXIT.
007630     EXIT.
007640
007650 2450-WRITE-ORDER-LINE.
007660     MOVE SPACES TO OPENPO-RECORD.
007670     MOVE WS-NEW-ORDER-NO    TO PO-ORDER-NO.
007680     MOVE WS-GR-IX           TO PO-LINE-NO.
007690     MOVE WS-GROUP-VENDOR-NO TO PO-VENDOR-NO.
007700     MOVE WS-GR-ITEM-KEY (WS-GR-IX)    TO PO-ITEM-KEY.
007710     MOVE WS-GR-ITEM-DESC (WS-GR-IX)   TO PO-ITEM-DESC.
007720     MOVE WS-GR-SUGGEST-QTY (WS-GR-IX) TO PO-ORDER-QTY.
007730     MOVE ZERO               TO PO-RECEIVED-QTY.
007740     MOVE WS-CURR-DATE       TO PO-ORDER-DATE.
007750     MOVE WS-DUE-DATE        TO PO-DUE-DATE.
007760     MOVE ZERO               TO PO-LAST-RECEIPT-DATE.
007770     SET PO-LINE-OPEN TO TRUE.
007780     MOVE WS-OPERATOR-ID     TO PO-BUYER-ID.
007790     WRITE OPENPO-RECORD
007800         INVALID KEY
007810             DISPLAY 'ITMPOLD - OPENPO WRITE FAILED FOR PO '
007820                 PO-ORDER-NO ' LINE ' PO-LINE-NO
007830             ADD 1 TO WS-LINES-FAILED
007840             GO TO 2450-WRITE-ORDER-LINE-EXIT
007850     END-WRITE.
007860     ADD 1 TO WS-LINES-ORDERED.
007870 2450-WRITE-ORDER-LINE-EXIT.
007880     EXIT.
007890
007900 2500-PRINT-GROUP.
007910     PERFORM 2250-FIND-VENDOR-NAME
007920         THRU 2250-FIND-VENDOR-NAME-EXIT.
007930     MOVE SPACES TO POLDRPT-LINE.
007940     WRITE POLDRPT-LINE.
007950     MOVE SPACES TO POLDRPT-LINE.
007960     STRING 'VENDOR ' WS-GROUP-VENDOR-NO
007970         '  ' WS-VENDOR-NAME-OUT (1:25)
007980         '  ITEMS ' WS-GROUP-LINES
007990         '  ' WS-RESULT-TEXT
008000         DELIMITED BY SIZE INTO POLDRPT-LINE.
008010     WRITE POLDRPT-LINE.
008020     PERFORM 2510-PRINT-ONE-LINE THRU 2510-PRINT-ONE-LINE-EXIT
008030         VARYING WS-GR-IX FROM 1 BY 1
008040         UNTIL WS-GR-IX > WS-GROUP-LINES.
008050 2500-PRINT-GROUP-EXIT.
008060     EXIT.
008070
008080 2510-PRINT-ONE-LINE.
008090     MOVE WS-GR-IX                     TO WS-EDIT-LINE.
008100     MOVE WS-GR-SUGGEST-QTY (WS-GR-IX) TO WS-EDIT-SUGGEST.
008110     MOVE WS-GR-ONORDER-QTY (WS-GR-IX) TO WS-EDIT-ONORDER.
008120     MOVE SPACES TO POLDRPT-LINE.
008130     STRING '  ' WS-EDIT-LINE
008140         '  ' WS-GR-ITEM-KEY (WS-GR-IX)
008150         '  ' WS-GR-ITEM-DESC (WS-GR-IX)
008160         '  ' WS-EDIT-SUGGEST
008170         '  ' WS-EDIT-ONORDER
008180         DELIMITED BY SIZE INTO POLDRPT-LINE.
008190     WRITE POLDRPT-LINE.
008200 2510-PRINT-ONE-LINE-EXIT.
008210     EXIT.
008220
008230 2800-CHECK-TRAILER.
008240*    THE TRAILER'S COUNTS ARE MATCHED AGAINST WHAT WAS ACTUALLY
008250*    READ.  EACH GROUP HAS ALREADY PROVED ITSELF WHOLE AGAINST
008260*    ITS OWN HEADER, SO A MISMATCH HERE MEANS GROUPS WENT
008270*    MISSING ENTIRELY - WORTH A WARNING, NOT A BACKOUT.
008280     SET WS-TRAILER-SEEN TO TRUE.
008290     IF PS-TR-VENDOR-COUNT NOT = WS-GROUPS-READ
008300      OR PS-TR-ITEM-COUNT NOT = WS-LINES-READ
008310         SET WS-TRAILER-BAD TO TRUE
008320         DISPLAY 'ITMPOLD - PORDSUG TRAILER COUNTS DO NOT '
008330             'MATCH THE FILE'
008340     END-IF.
008350 2800-CHECK-TRAILER-EXIT.
008360     EXIT.
008370
008380 2900-READ-PORDSUG.
008390     READ PORDSUG
008400         AT END
008410             SET WS-PORDSUG-EOF TO TRUE
008420     END-READ.
008430 2900-READ-PORDSUG-EXIT.
008440     EXIT.
008450*
008460*****************************************************************
008470*    3000/4000 SERIES  --  CONFIRMATION REPORT                  *
008480*****************************************************************
008490 3000-WRITE-TOTALS.
008500     MOVE SPACES TO POLDRPT-LINE.
008510     WRITE POLDRPT-LINE.
008520
008530     MOVE SPACES TO POLDRPT-LINE.
008540     STRING 'VENDOR GROUPS READ ....... ' WS-GROUPS-READ
008550         DELIMITED BY SIZE INTO POLDRPT-LINE.
008560     WRITE POLDRPT-LINE.
008570
008580     MOVE SPACES TO POLDRPT-LINE.
008590     STRING 'GROUPS CONFIRMED ......... ' WS-GROUPS-CONFIRMED
008600         DELIMITED BY SIZE INTO POLDRPT-LINE.
008610     WRITE POLDRPT-LINE.
008620
008630     MOVE SPACES TO POLDRPT-LINE.
008640     STRING 'GROUPS SKIPPED ........... ' WS-GROUPS-SKIPPED
008650         DELIMITED BY SIZE INTO POLDRPT-LINE.
008660     WRITE POLDRPT-LINE.
008670
008680     MOVE SPACES TO POLDRPT-LINE.
008690     STRING 'GROUPS NOT REVIEWED ...... ' WS-GROUPS-PENDING
008700         DELIMITED BY SIZE INTO POLDRPT-LINE.
008710     WRITE POLDRPT-LINE.
008720
008730     MOVE SPACES TO POLDRPT-LINE.
008740     STRING 'GROUPS REJECTED .......... ' WS-GROUPS-REJECTED
008750         DELIMITED BY SIZE INTO POLDRPT-LINE.
008760     WRITE POLDRPT-LINE.
008770
008780     MOVE SPACES TO POLDRPT-LINE.
008790     STRING 'ORDER LINES WRITTEN ...... ' WS-LINES-ORDERED
008800         DELIMITED BY SIZE INTO POLDRPT-LINE.
008810     WRITE POLDRPT-LINE.
008820
008830     MOVE SPACES TO POLDRPT-LINE.
008840     STRING 'ORDER LINES FAILED ....... ' WS-LINES-FAILED
008850         DELIMITED BY SIZE INTO POLDRPT-LINE.
008860     WRITE POLDRPT-LINE.
008870
008880     IF NOT WS-TRAILER-SEEN
008890         MOVE SPACES TO POLDRPT-LINE
008900         STRING '*** PORDSUG ENDED WITHOUT ITS TRAILER ***'
008910             DELIMITED BY SIZE INTO POLDRPT-LINE
008920         WRITE POLDRPT-LINE
008930     END-IF.
008940     IF WS-TRAILER-BAD
008950         MOVE SPACES TO POLDRPT-LINE
008960         STRING '*** PORDSUG TRAILER COUNTS DO NOT MATCH ***'
008970             DELIMITED BY SIZE INTO POLDRPT-LINE
008980         WRITE POLDRPT-LINE
008990     END-IF.
009000 3000-WRITE-TOTALS-EXIT.
009010     EXIT.
009020
009030 4000-WRITE-RPT-HEADER.
009040     MOVE SPACES TO POLDRPT-LINE.
009050     STRING 'ITMPOLD  PURCHASE ORDER CONFIRMATION REPORT'
009060         DELIMITED BY SIZE INTO POLDRPT-LINE.
009070     WRITE POLDRPT-LINE.
009080
009090     MOVE SPACES TO POLDRPT-LINE.
009100     STRING 'RUN DATE: ' WS-CURR-DATE
009110         '   BUYER: ' WS-OPERATOR-ID
009120         '   DUE DATE: ' WS-DUE-DATE
009130         DELIMITED BY SIZE INTO POLDRPT-LINE.
009140     WRITE POLDRPT-LINE.
009150
009160     MOVE SPACES TO POLDRPT-LINE.
009170     STRING '  LINE  KEY    DESCRIPTION           SUGGEST'
009180         '  ON ORDER'
009190         DELIMITED BY SIZE INTO POLDRPT-LINE.
009200     WRITE POLDRPT-LINE.
009210 4000-WRITE-RPT-HEADER-EXIT.
009220     EXIT.
009230*
009240*****************************************************************
009250*    9000 SERIES  --  TERMINATION                               *
009260*****************************************************************
009270 9000-CLOSE-FILES.
009280     CLOSE PORDSUG.
009290     CLOSE OPENPO.
009300     CLOSE POLDRPT.
009310 9000-CLOSE-FILES-EXIT.
009320     EXIT.
