000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ITMPAGE.
000030 AUTHOR.  D R OKAFOR.
000040 INSTALLATION.  MERIDIAN DISTRIBUTION - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*                                                               *
000100*    ITMPAGE  --  OVERDUE PURCHASE ORDER AGING BY VENDOR        *
000110*                                                               *
000120*    READ-ONLY REPORT OVER THE OPENPO OPEN-ORDER FILE.  EVERY   *
000130*    LINE STILL OPEN OR PARTLY RECEIVED WHOSE DUE DATE HAS      *
000140*    PASSED IS LISTED UNDER ITS VENDOR - NAMED FROM THE VENDMST *
000150*    VENDOR MASTER - WITH THE DAYS OVERDUE AND THE QUANTITY     *
000160*    STILL OUTSTANDING.  EACH VENDOR GETS A SUBTOTAL AGED INTO  *
000170*    THE SAME BUCKETS PURCHASING USES WHEN IT CHASES A VENDOR   *
000180*    (1-7, 8-14, 15-30 AND OVER 30 DAYS LATE), SO THE WORST     *
000190*    VENDORS STAND OUT.  THE SELECTION IS HELD IN A TABLE IN    *
000200*    VENDOR / ORDER / LINE SEQUENCE, THE SAME ORDERED-INSERT    *
000210*    APPROACH ITMRAGE USES FOR ITS AGING.                       *
000220*                                                               *
000230*****************************************************************
000240*
000250*    MODIFICATION HISTORY
000260*    ---------------------------------------------------------
000270*    DATE        BY    DESCRIPTION
000280*    ----------  ----  -----------------------------------------
000290*    2026-10-15  DRO   ORIGINAL VERSION.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  IBM-370.
000340 OBJECT-COMPUTER.  IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPENPO ASSIGN TO 'OPENPO'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PO-ORDER-KEY
000410         FILE STATUS IS WS-OPENPO-STATUS.
000420
000430     SELECT POAGRPT ASSIGN TO 'POAGRPT'
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-POAGRPT-STATUS.
000460
000470     SELECT OPTIONAL VENDMST ASSIGN TO 'VENDMST'
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-VENDMST-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  OPENPO
000540     LABEL RECORDS ARE STANDARD.
000550     COPY ITMOPOR.
000560
000570 FD  POAGRPT
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  POAGRPT-LINE                PIC X(80).
000610
000620 FD  VENDMST
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650     COPY ITMVENR.
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-FILE-STATUSES.
000690     05  WS-OPENPO-STATUS        PIC X(02) VALUE '00'.
000700     05  WS-POAGRPT-STATUS       PIC X(02) VALUE '00'.
000710     05  WS-VENDMST-STATUS       PIC X(02) VALUE '00'.
000720
000730 01  WS-SWITCHES.
000740     05  WS-OPENPO-EOF-SW        PIC X(01) VALUE 'N'.
000750         88  WS-OPENPO-EOF               VALUE 'Y'.
000760     05  WS-VENDMST-EOF-SW       PIC X(01) VALUE 'N'.
000770         88  WS-VENDMST-EOF              VALUE 'Y'.
000780     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
000790         88  WS-ABNORMAL-RUN             VALUE 'Y'.
000800     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
000810         88  WS-SLOT-FOUND               VALUE 'Y'.
000820
000830 01  WS-CURRENT-DATE-TIME.
000840     05  WS-CURR-DATE            PIC 9(08).
000850     05  WS-CURR-TIME.
000860         10  WS-CURR-HH          PIC 9(02).
000870         10  WS-CURR-MN          PIC 9(02).
000880         10  WS-CURR-SS          PIC 9(02).
000890         10  WS-CURR-HS          PIC 9(02).
000900
000910     COPY ITMVTBL.
000920
000930*    OVERDUE LINES, HELD IN VENDOR / ORDER / LINE SEQUENCE.
000940*    THE SORT KEY GROUPS THE THREE SO ONE COMPARE PLACES A
000950*    LINE.
000960 01  WS-AGING-AREA.
000970     05  WS-AGING-COUNT          PIC 9(05) VALUE ZERO.
000980     05  WS-AGING-ENTRY OCCURS 1 TO 1000 TIMES
000990                  DEPENDING ON WS-AGING-COUNT.
001000         10  WS-AG-SORT-KEY.
001010             15  WS-AG-VENDOR-NO PIC 9(05).
001020             15  WS-AG-ORDER-NO  PIC 9(06).
001030             15  WS-AG-LINE-NO   PIC 9(03).
001040         10  WS-AG-ITEM-KEY      PIC 9(05).
001050         10  WS-AG-ITEM-DESC     PIC X(20).
001060         10  WS-AG-DUE-DATE      PIC 9(08).
001070         10  WS-AG-DAYS-LATE     PIC 9(05).
001080         10  WS-AG-OPEN-QTY      PIC 9(07).
001090         10  WS-AG-BUYER-ID      PIC X(08).
001100
001110 01  WS-NEW-SORT-KEY.
001120     05  WS-NEW-VENDOR-NO        PIC 9(05).
001130     05  WS-NEW-ORDER-NO         PIC 9(06).
001140     05  WS-NEW-LINE-NO          PIC 9(03).
001150
001160 01  WS-AGING-WORK.
001170     05  WS-TODAY-INTEGER        PIC 9(07) VALUE ZERO.
001180     05  WS-DUE-INTEGER          PIC 9(07) VALUE ZERO.
001190     05  WS-DAYS-LATE            PIC 9(05) VALUE ZERO.
001200     05  WS-LINE-OPEN-QTY        PIC S9(07) VALUE ZERO.
001210     05  WS-BREAK-VENDOR-NO      PIC 9(05) VALUE ZERO.
001220
001230*    PER-VENDOR SUBTOTAL, CLEARED AT EACH VENDOR BREAK.
001240 01  WS-VENDOR-TOTALS.
001250     05  WS-VT-LINES             PIC 9(05) VALUE ZERO.
001260     05  WS-VT-OPEN-QTY          PIC 9(09) VALUE ZERO.
001270     05  WS-VT-BUCKET-1          PIC 9(05) VALUE ZERO.
001280     05  WS-VT-BUCKET-2          PIC 9(05) VALUE ZERO.
001290     05  WS-VT-BUCKET-3          PIC 9(05) VALUE ZERO.
001300     05  WS-VT-BUCKET-4          PIC 9(05) VALUE ZERO.
001310
001320 01  WS-GRAND-TOTALS.
001330     05  WS-GT-BUCKET-1          PIC 9(05) VALUE ZERO.
001340     05  WS-GT-BUCKET-2          PIC 9(05) VALUE ZERO.
001350     05  WS-GT-BUCKET-3          PIC 9(05) VALUE ZERO.
001360     05  WS-GT-BUCKET-4          PIC 9(05) VALUE ZERO.
001370
001380 01  WS-PRINT-WORK.
001390     05  WS-EDIT-DAYS            PIC ZZZZ9.
001400     05  WS-EDIT-OPEN            PIC ZZZZZZ9.
001410     05  WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
001420
001430 01  WS-VENDOR-NAME-OUT          PIC X(40) VALUE SPACES.
001440
001450 77  WS-MAX-AGING                PIC 9(05) VALUE 1000.
001460 77  WS-LINES-READ               PIC 9(07) VALUE ZERO.
001470 77  WS-LINES-OUTSTANDING        PIC 9(07) VALUE ZERO.
001480 77  WS-LINES-OVERDUE            PIC 9(07) VALUE ZERO.
001490 77  WS-LINES-NOT-LISTED         PIC 9(07) VALUE ZERO.
001500 77  WS-VENDORS-LISTED           PIC 9(05) VALUE ZERO.
001510 77  WS-GT-OPEN-QTY              PIC 9(09) VALUE ZERO.
001520 77  WS-STORE-POS                PIC 9(05) COMP VALUE ZERO.
001530 77  WS-AG-IX                    PIC 9(05) COMP VALUE ZERO.
001540
001550 PROCEDURE DIVISION.
001560*
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001590
001600     IF WS-ABNORMAL-RUN
001610         GO TO 9900-ABEND-EXIT
001620     END-IF.
001630
001640     PERFORM 2000-SCAN-LOOP THRU 2000-SCAN-LOOP-EXIT
001650         UNTIL WS-OPENPO-EOF.
001660
001670     PERFORM 3000-PRINT-AGING THRU 3000-PRINT-AGING-EXIT.
001680     PERFORM 3500-WRITE-TOTALS THRU 3500-WRITE-TOTALS-EXIT.
001690     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001700
001710     IF WS-LINES-NOT-LISTED > ZERO
001720         MOVE 4 TO RETURN-CODE
001730     END-IF.
001740     GO TO 9999-EXIT.
001750
001760 9900-ABEND-EXIT.
001770     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001780
001790 9999-EXIT.
001800     STOP RUN.
001810*
001820*****************************************************************
001830*    1000 SERIES  --  RUN INITIALIZATION                        *
001840*****************************************************************
001850 1000-INITIALIZE-RUN.
001860     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001870     ACCEPT WS-CURR-TIME FROM TIME.
001880     COMPUTE WS-TODAY-INTEGER =
001890         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE).
001900
001910     OPEN OUTPUT POAGRPT.
001920     IF WS-POAGRPT-STATUS NOT = '00'
001930         DISPLAY 'ITMPAGE - UNABLE TO OPEN POAGRPT, STATUS = '
001940             WS-POAGRPT-STATUS
001950         SET WS-ABNORMAL-RUN TO TRUE
001960         MOVE 16 TO RETURN-CODE
001970         GO TO 1000-INITIALIZE-RUN-EXIT
001980     END-IF.
001990
002000     OPEN INPUT OPENPO.
002010     IF WS-OPENPO-STATUS NOT = '00'
002020         DISPLAY 'ITMPAGE - UNABLE TO OPEN OPENPO, STATUS = '
002030             WS-OPENPO-STATUS
002040         SET WS-ABNORMAL-RUN TO TRUE
002050         MOVE 16 TO RETURN-CODE
002060         GO TO 1000-INITIALIZE-RUN-EXIT
002070     END-IF.
002080
002090     PERFORM 1300-LOAD-VENDOR-MASTER
002100         THRU 1300-LOAD-VENDOR-MASTER-EXIT.
002110
002120     MOVE ZERO TO PO-ORDER-NO.
002130     MOVE ZERO TO PO-LINE-NO.
002140     START OPENPO KEY IS NOT LESS THAN PO-ORDER-KEY
002150         INVALID KEY
002160             SET WS-OPENPO-EOF TO TRUE
002170     END-START.
002180
002190     PERFORM 4000-WRITE-RPT-HEADER
002200         THRU 4000-WRITE-RPT-HEADER-EXIT.
002210 1000-INITIALIZE-RUN-EXIT.
002220     EXIT.
002230
002240 1300-LOAD-VENDOR-MASTER.
002250*    NAMES ARE A CONVENIENCE ON THIS REPORT.  A MISSING OR
002260*    EMPTY VENDMST MUST NOT STOP IT - THE VENDOR NUMBERS
002270*    ALONE STILL TELL PURCHASING WHOM TO CHASE.
002280     OPEN INPUT VENDMST.
002290     IF WS-VENDMST-STATUS NOT = '00' AND
002300        WS-VENDMST-STATUS NOT = '05'
002310         DISPLAY 'ITMPAGE - VENDMST OPEN STATUS = '
002320             WS-VENDMST-STATUS
002330             ', VENDOR NAMES NOT AVAILABLE'
002340         GO TO 1300-LOAD-VENDOR-MASTER-EXIT
002350     END-IF.
002360     MOVE 'N' TO WS-VENDMST-EOF-SW.
002370     PERFORM 1310-LOAD-ONE-VENDOR
002380         THRU 1310-LOAD-ONE-VENDOR-EXIT
002390         UNTIL WS-VENDMST-EOF.
002400     CLOSE VENDMST.
002410 1300-LOAD-VENDOR-MASTER-EXIT.
002420     EXIT.
002430
002440 1310-LOAD-ONE-VENDOR.
002450*    VENDMST IS KEPT IN ASCENDING VENDOR-NUMBER ORDER SO THE
002460*    NAME LOOKUP CAN USE SEARCH ALL - THE SAME RULES THE LOAD
002470*    ENFORCES WHEN IT READS THIS FILE.
002480     READ VENDMST
002490         AT END
002500             SET WS-VENDMST-EOF TO TRUE
002510             GO TO 1310-LOAD-ONE-VENDOR-EXIT
002520     END-READ.
002530     IF VE-VENDOR-NO NOT NUMERIC
002540         GO TO 1310-LOAD-ONE-VENDOR-EXIT
002550     END-IF.
002560     IF WS-VENDOR-CNT > ZERO
002570      AND VE-VENDOR-NO NOT > WS-VEN-NO (WS-VENDOR-CNT)
002580         GO TO 1310-LOAD-ONE-VENDOR-EXIT
002590     END-IF.
002600     IF WS-VENDOR-CNT >= 200
002610         SET WS-VENDMST-EOF TO TRUE
002620         GO TO 1310-LOAD-ONE-VENDOR-EXIT
002630     END-IF.
002640     ADD 1 TO WS-VENDOR-CNT.
002650     MOVE VE-VENDOR-NO   TO WS-VEN-NO (WS-VENDOR-CNT).
002660     MOVE VE-VENDOR-NAME TO WS-VEN-NAME (WS-VENDOR-CNT).
002670     MOVE VE-STATUS-CD   TO WS-VEN-STATUS (WS-VENDOR-CNT).
002680     MOVE ZERO           TO WS-VEN-REJECTS (WS-VENDOR-CNT).
002690 1310-LOAD-ONE-VENDOR-EXIT.
002700     EXIT.
002710*
002720*****************************************************************
002730*    2000 SERIES  --  OPEN ORDER SCAN                           *
002740*****************************************************************
002750 2000-SCAN-LOOP.
002760     READ OPENPO NEXT RECORD
002770         AT END
002780             SET WS-OPENPO-EOF TO TRUE
002790             GO TO 2000-SCAN-LOOP-EXIT
002800     END-READ.
002810*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
002820     IF WS-OPENPO-STATUS NOT = '00'
002830         DISPLAY 'ITMPAGE - OPENPO READ STATUS = '
002840             WS-OPENPO-STATUS ', SCAN ENDED'
002850         SET WS-OPENPO-EOF TO TRUE
002860         GO TO 2000-SCAN-LOOP-EXIT
002870     END-IF.
002880*    THE CONTROL ROW IS NOT AN ORDER LINE.
002890     IF PO-ORDER-NO = ZERO
002900         GO TO 2000-SCAN-LOOP-EXIT
002910     END-IF.
002920     ADD 1 TO WS-LINES-READ.
002930
002940     IF NOT PO-LINE-OUTSTANDING
002950         GO TO 2000-SCAN-LOOP-EXIT
002960     END-IF.
002970     COMPUTE WS-LINE-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY.
002980     IF WS-LINE-OPEN-QTY NOT > ZERO
002990         GO TO 2000-SCAN-LOOP-EXIT
003000     END-IF.
003010     ADD 1 TO WS-LINES-OUTSTANDING.
003020
003030*    A LINE DUE TODAY IS NOT YET LATE.
003040     IF PO-DUE-DATE NOT < WS-CURR-DATE
003050         GO TO 2000-SCAN-LOOP-EXIT
003060     END-IF.
003070     COMPUTE WS-DUE-INTEGER =
003080         FUNCTION INTEGER-OF-DATE (PO-DUE-DATE).
003090     COMPUTE WS-DAYS-LATE = WS-TODAY-INTEGER - WS-DUE-INTEGER.
003100     ADD 1 TO WS-LINES-OVERDUE.
003110
003120     IF WS-AGING-COUNT >= WS-MAX-AGING
003130         ADD 1 TO WS-LINES-NOT-LISTED
003140         GO TO 2000-SCAN-LOOP-EXIT
003150     END-IF.
003160     MOVE PO-VENDOR-NO TO WS-NEW-VENDOR-NO.
003170     MOVE PO-ORDER-NO  TO WS-NEW-ORDER-NO.
003180     MOVE PO-LINE-NO   TO WS-NEW-LINE-NO.
003190     PERFORM 2200-MAKE-INSERT-SLOT
003200         THRU 2200-MAKE-INSERT-SLOT-EXIT.
003210     MOVE WS-NEW-SORT-KEY  TO WS-AG-SORT-KEY (WS-STORE-POS).
003220     MOVE PO-ITEM-KEY      TO WS-AG-ITEM-KEY (WS-STORE-POS).
003230     MOVE PO-ITEM-DESC     TO WS-AG-ITEM-DESC (WS-STORE-POS).
003240     MOVE PO-DUE-DATE      TO WS-AG-DUE-DATE (WS-STORE-POS).
003250     MOVE WS-DAYS-LATE     TO WS-AG-DAYS-LATE (WS-STORE-POS).
003260     MOVE WS-LINE-OPEN-QTY TO WS-AG-OPEN-QTY (WS-STORE-POS).
003270     MOVE PO-BUYER-ID      TO WS-AG-BUYER-ID (WS-STORE-POS).
003280 2000-SCAN-LOOP-EXIT.
003290     EXIT.
003300
003310 2200-MAKE-INSERT-SLOT.
003320*    OPENPO COMES BACK IN ORDER-NUMBER SEQUENCE; THE REPORT
003330*    WANTS VENDOR SEQUENCE, SO EACH LINE IS SLOTTED INTO PLACE
003340*    AS IT IS READ.
003350     ADD 1 TO WS-AGING-COUNT.
003360     MOVE WS-AGING-COUNT TO WS-STORE-POS.
003370     MOVE 'N' TO WS-SLOT-SW.
003380     PERFORM 2210-SHIFT-ONE-SLOT THRU 2210-SHIFT-ONE-SLOT-EXIT
003390         UNTIL WS-SLOT-FOUND.
003400 2200-MAKE-INSERT-SLOT-EXIT.
003410     EXIT.
003420
003430 2210-SHIFT-ONE-SLOT.
003440     IF WS-STORE-POS = 1
003450         SET WS-SLOT-FOUND TO TRUE
003460         GO TO 2210-SHIFT-ONE-SLOT-EXIT
003470     END-IF.
003480     IF WS-AG-SORT-KEY (WS-STORE-POS - 1) < WS-NEW-SORT-KEY
003490         SET WS-SLOT-FOUND TO TRUE
003500         GO TO 2210-SHIFT-ONE-SLOT-EXIT
003510     END-IF.
003520     MOVE WS-AGING-ENTRY (WS-STORE-POS - 1)
003530         TO WS-AGING-ENTRY (WS-STORE-POS).
003540     SUBTRACT 1 FROM WS-STORE-POS.
003550 2210-SHIFT-ONE-SLOT-EXIT.
003560     EXIT.
003570*
003580*****************************************************************
003590*    3000/4000 SERIES  --  AGING REPORT                         *
003600*****************************************************************
003610 3000-PRINT-AGING.
003620     IF WS-AGING-COUNT = ZERO
003630         MOVE SPACES TO POAGRPT-LINE
003640         WRITE POAGRPT-LINE
003650         MOVE SPACES TO POAGRPT-LINE
003660         STRING 'NO PURCHASE ORDER LINES ARE OVERDUE.'
003670             DELIMITED BY SIZE INTO POAGRPT-LINE
003680         WRITE POAGRPT-LINE
003690         GO TO 3000-PRINT-AGING-EXIT
003700     END-IF.
003710     MOVE WS-AG-VENDOR-NO (1) TO WS-BREAK-VENDOR-NO.
003720     PERFORM 3200-START-VENDOR THRU 3200-START-VENDOR-EXIT.
003730     PERFORM 3100-PRINT-ONE-LINE THRU 3100-PRINT-ONE-LINE-EXIT
003740         VARYING WS-AG-IX FROM 1 BY 1
003750         UNTIL WS-AG-IX > WS-AGING-COUNT.
003760     PERFORM 3300-END-VENDOR THRU 3300-END-VENDOR-EXIT.
003770 3000-PRINT-AGING-EXIT.
003780     EXIT.
003790
003800 3100-PRINT-ONE-LINE.
003810     IF WS-AG-VENDOR-NO (WS-AG-IX) NOT = WS-BREAK-VENDOR-NO
003820         PERFORM 3300-END-VENDOR THRU 3300-END-VENDOR-EXIT
003830         MOVE WS-AG-VENDOR-NO (WS-AG-IX) TO WS-BREAK-VENDOR-NO
003840         PERFORM 3200-START-VENDOR THRU 3200-START-VENDOR-EXIT
003850     END-IF.
003860
003870     ADD 1 TO WS-VT-LINES.
003880     ADD WS-AG-OPEN-QTY (WS-AG-IX) TO WS-VT-OPEN-QTY.
003890     IF WS-AG-DAYS-LATE (WS-AG-IX) NOT > 7
003900         ADD 1 TO WS-VT-BUCKET-1
003910     ELSE
003920         IF WS-AG-DAYS-LATE (WS-AG-IX) NOT > 14
003930             ADD 1 TO WS-VT-BUCKET-2
003940         ELSE
003950             IF WS-AG-DAYS-LATE (WS-AG-IX) NOT > 30
003960                 ADD 1 TO WS-VT-BUCKET-3
003970             ELSE
003980                 ADD 1 TO WS-VT-BUCKET-4
003990             END-IF
004000         END-IF
004010     END-IF.
004020
004030     MOVE WS-AG-DAYS-LATE (WS-AG-IX) TO WS-EDIT-DAYS.
004040     MOVE WS-AG-OPEN-QTY (WS-AG-IX)  TO WS-EDIT-OPEN.
004050     MOVE SPACES TO POAGRPT-LINE.
004060     STRING '  ' WS-AG-ORDER-NO (WS-AG-IX)
004070         '/' WS-AG-LINE-NO (WS-AG-IX)
004080         '  ' WS-AG-ITEM-KEY (WS-AG-IX)
004090         '  ' WS-AG-ITEM-DESC (WS-AG-IX)
004100         '  ' WS-AG-DUE-DATE (WS-AG-IX)
004110         '  ' WS-EDIT-DAYS
004120         '  ' WS-EDIT-OPEN
004130         '  ' WS-AG-BUYER-ID (WS-AG-IX)
004140         DELIMITED BY SIZE INTO POAGRPT-LINE.
004150     WRITE POAGRPT-LINE.
004160 3100-PRINT-ONE-LINE-EXIT.
004170     EXIT.
004180
004190 3200-START-VENDOR.
004200     MOVE ZERO TO WS-VT-LINES.
004210     MOVE ZERO TO WS-VT-OPEN-QTY.
004220     MOVE ZERO TO WS-VT-BUCKET-1.
004230     MOVE ZERO TO WS-VT-BUCKET-2.
004240     MOVE ZERO TO WS-VT-BUCKET-3.
004250     MOVE ZERO TO WS-VT-BUCKET-4.
004260     ADD 1 TO WS-VENDORS-LISTED.
004270     PERFORM 3250-FIND-VENDOR-NAME
004280         THRU 3250-FIND-VENDOR-NAME-EXIT.
004290     MOVE SPACES TO POAGRPT-LINE.
004300     WRITE POAGRPT-LINE.
004310     MOVE SPACES TO POAGRPT-LINE.
004320     STRING 'VENDOR ' WS-BREAK-VENDOR-NO
004330         '  ' WS-VENDOR-NAME-OUT
004340         DELIMITED BY SIZE INTO POAGRPT-LINE.
004350     WRITE POAGRPT-LINE.
004360 3200-START-VENDOR-EXIT.
004370     EXIT.
004380
004390 3250-FIND-VENDOR-NAME.
004400     MOVE SPACES TO WS-VENDOR-NAME-OUT.
004410     IF WS-VENDOR-CNT = ZERO
004420         GO TO 3250-FIND-VENDOR-NAME-EXIT
004430     END-IF.
004440     SET WS-VEN-IDX TO 1.
004450     SEARCH ALL WS-VENDOR-ENTRY
004460         AT END
004470             MOVE '(NOT ON VENDOR MASTER)'
004480                 TO WS-VENDOR-NAME-OUT
004490         WHEN WS-VEN-NO (WS-VEN-IDX) = WS-BREAK-VENDOR-NO
004500             IF WS-VEN-ACTIVE (WS-VEN-IDX)
004510                 MOVE WS-VEN-NAME (WS-VEN-IDX)
004520                     TO WS-VENDOR-NAME-OUT
004530             ELSE
004540                 STRING WS-VEN-NAME (WS-VEN-IDX) ' *INACTIVE*'
004550                     DELIMITED BY SIZE
004560                     INTO WS-VENDOR-NAME-OUT
004570             END-IF
004580     END-SEARCH.
004590 3250-FIND-VENDOR-NAME-EXIT.
004600     EXIT.
004610
004620 3300-END-VENDOR.
004630     MOVE WS-VT-OPEN-QTY TO WS-EDIT-TOTAL.
004640     MOVE SPACES TO POAGRPT-LINE.
004650     STRING '    VENDOR TOTAL  LINES ' WS-VT-LINES
004660         '  OUTSTANDING ' WS-EDIT-TOTAL
004670         DELIMITED BY SIZE INTO POAGRPT-LINE.
004680     WRITE POAGRPT-LINE.
004690     MOVE SPACES TO POAGRPT-LINE.
004700     STRING '    1-7 DAYS ' WS-VT-BUCKET-1
004710         '  8-14 ' WS-VT-BUCKET-2
004720         '  15-30 ' WS-VT-BUCKET-3
004730         '  OVER 30 ' WS-VT-BUCKET-4
004740         DELIMITED BY SIZE INTO POAGRPT-LINE.
004750     WRITE POAGRPT-LINE.
004760     ADD WS-VT-BUCKET-1 TO WS-GT-BUCKET-1.
004770     ADD WS-VT-BUCKET-2 TO WS-GT-BUCKET-2.
004780     ADD WS-VT-BUCKET-3 TO WS-GT-BUCKET-3.
004790     ADD WS-VT-BUCKET-4 TO WS-GT-BUCKET-4.
004800     ADD WS-VT-OPEN-QTY TO WS-GT-OPEN-QTY.
004810 3300-END-VENDOR-EXIT.
004820     EXIT.
004830
004840 3500-WRITE-TOTALS.
004850     MOVE SPACES TO POAGRPT-LINE.
004860     WRITE POAGRPT-LINE.
004870
004880     MOVE SPACES TO POAGRPT-LINE.
004890     STRING 'ORDER LINES READ ......... ' WS-LINES-READ
004900         DELIMITED BY SIZE INTO POAGRPT-LINE.
004910     WRITE POAGRPT-LINE.
004920
004930     MOVE SPACES TO POAGRPT-LINE.
004940     STRING 'LINES OUTSTANDING ........ ' WS-LINES-OUTSTANDING
004950         DELIMITED BY SIZE INTO POAGRPT-LINE.
004960     WRITE POAGRPT-LINE.
004970
004980     MOVE SPACES TO POAGRPT-LINE.
004990     STRING 'LINES OVERDUE ............ ' WS-LINES-OVERDUE
005000         DELIMITED BY SIZE INTO POAGRPT-LINE.
005010     WRITE POAGRPT-LINE.
005020
005030     MOVE SPACES TO POAGRPT-LINE.
005040     STRING 'VENDORS WITH OVERDUE LINES ' WS-VENDORS-LISTED
005050         DELIMITED BY SIZE INTO POAGRPT-LINE.
005060     WRITE POAGRPT-LINE.
005070
005080     MOVE SPACES TO POAGRPT-LINE.
005090     STRING 'OVERDUE 1-7 DAYS ......... ' WS-GT-BUCKET-1
005100         DELIMITED BY SIZE INTO POAGRPT-LINE.
005110     WRITE POAGRPT-LINE.
005120
005130     MOVE SPACES TO POAGRPT-LINE.
005140     STRING 'OVERDUE 8-14 DAYS ........ ' WS-GT-BUCKET-2
005150         DELIMITED BY SIZE INTO POAGRPT-LINE.
005160     WRITE POAGRPT-LINE.
005170
005180     MOVE SPACES TO POAGRPT-LINE.
005190     STRING 'OVERDUE 15-30 DAYS ....... ' WS-GT-BUCKET-3
005200         DELIMITED BY SIZE INTO POAGRPT-LINE.
005210     WRITE POAGRPT-LINE.
005220
005230     MOVE SPACES TO POAGRPT-LINE.
005240     STRING 'OVERDUE OVER 30 DAYS ..... ' WS-GT-BUCKET-4
005250         DELIMITED BY SIZE INTO POAGRPT-LINE.
005260     WRITE POAGRPT-LINE.
005270
005280     MOVE SPACES TO POAGRPT-LINE.
005290     STRING 'QUANTITY OUTSTANDING ..... ' WS-GT-OPEN-QTY
005300         DELIMITED BY SIZE INTO POAGRPT-LINE.
005310     WRITE POAGRPT-LINE.
005320
005330     IF WS-LINES-NOT-LISTED > ZERO
005340         MOVE SPACES TO POAGRPT-LINE
005350         STRING '*** ' WS-LINES-NOT-LISTED
005360             ' OVERDUE LINES NOT LISTED - TABLE FULL ***'
005370             DELIMITED BY SIZE INTO POAGRPT-LINE
005380         WRITE POAGRPT-LINE
005390     END-IF.
005400 3500-WRITE-TOTALS-EXIT.
005410     EXIT.
005420
005430 4000-WRITE-RPT-HEADER.
005440     MOVE SPACES TO POAGRPT-LINE.
005450     STRING 'ITMPAGE  OVERDUE PURCHASE ORDER AGING BY VENDOR'
005460         DELIMITED BY SIZE INTO POAGRPT-LINE.
005470     WRITE POAGRPT-LINE.
005480
005490     MOVE SPACES TO POAGRPT-LINE.
005500     STRING 'RUN DATE: ' WS-CURR-DATE
005510         DELIMITED BY SIZE INTO POAGRPT-LINE.
005520     WRITE POAGRPT-LINE.
005530
005540     MOVE SPACES TO POAGRPT-LINE.
005550     STRING '  PO/LINE     ITEM   DESCRIPTION           DUE'
005560         '       LATE  OUTSTAND  BUYER'
005570         DELIMITED BY SIZE INTO POAGRPT-LINE.
005580     WRITE POAGRPT-LINE.
005590 4000-WRITE-RPT-HEADER-EXIT.
005600     EXIT.
005610*
005620*****************************************************************
005630*    9000 SERIES  --  TERMINATION                               *
005640*****************************************************************
005650 9000-CLOSE-FILES.
005660     CLOSE OPENPO.
005670     CLOSE POAGRPT.
005680 9000-CLOSE-FILES-EXIT.
005690     EXIT.
