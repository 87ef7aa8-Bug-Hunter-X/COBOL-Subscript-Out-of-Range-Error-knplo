000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ITMPRCV.
000030 AUTHOR.  D R OKAFOR.
000040 INSTALLATION.  MERIDIAN DISTRIBUTION - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*                                                               *
000100*    ITMPRCV  --  PURCHASE ORDER RECEIPT POSTING                *
000110*                                                               *
000120*    POSTS THE RECEIVING DOCK'S RECEIPT CARDS AGAINST THE       *
000130*    OPENPO OPEN-ORDER FILE THAT ITMPOLD BUILDS.  EACH CARD     *
000140*    NAMES A PURCHASE ORDER LINE AND THE QUANTITY THAT CAME     *
000150*    IN; THE QUANTITY IS ADDED TO THE ITEM'S ON-HAND IN         *
000160*    ITEMTAB AND TO THE LINE'S RECEIVED QUANTITY, AND THE LINE  *
000170*    IS MARKED PARTIAL OR CLOSED.  THE ITEMTAB CHANGE IS MADE   *
000180*    EXACTLY THE WAY ITMUPDT MAKES A CORRECTION - MANUAL        *
000190*    STATUS ON, SO THE NEXT LOAD KEEPS THE RECEIVED STOCK, AND  *
000200*    AN ITMJRNL BEFORE/AFTER RECORD NAMING THE OPERATOR, SO A   *
000210*    BAD RECEIPT CAN BE BACKED OUT FROM ITMINQ.  CARDS THAT     *
000220*    CANNOT BE POSTED ARE LISTED WITH A REASON AND LEAVE BOTH   *
000230*    FILES UNTOUCHED.                                           *
000240*                                                               *
000250*****************************************************************
000260*
000270*    MODIFICATION HISTORY
000280*    ---------------------------------------------------------
000290*    DATE        BY    DESCRIPTION
000300*    ----------  ----  -----------------------------------------
000310*    2026-10-15  DRO   ORIGINAL VERSION.
000320*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
000330*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
000340*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
000350*                      SO THIS PROGRAM OPENS THE FILE WITH THE
000360*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
000370*    2026-10-15  DRO   THE ITMJRNL RECORD FOR A RECEIPT NOW
000380*                      CARRIES ACTION CODE R INSTEAD OF U, SO
000390*                      THE NEW ITMGLIF GL INTERFACE DOES NOT POST
000400*                      A RECEIPT AS A MANUAL CORRECTION.  ITMINQ
000410*                      BACKS IT OUT JUST AS BEFORE.
000420*    2026-10-15  DRO   RESULT TEXT WIDENED FROM 16 TO 24 SO THAT
000430*                      'POSTED, PO NOT UPDATED' PRINTS IN FULL ON
000440*                      THE RECEIPT REPORT.
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PORCPT ASSIGN TO 'PORCPT'
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PORCPT-STATUS.
000550
000560     SELECT OPENPO ASSIGN TO 'OPENPO'
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PO-ORDER-KEY
000600         FILE STATUS IS WS-OPENPO-STATUS.
000610
000620     SELECT ITEMTAB ASSIGN TO 'ITEMTAB'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS IT-ITEM-KEY
000660         ALTERNATE RECORD KEY IS IT-VENDOR-NO
000670             WITH DUPLICATES
000680         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
000690             WITH DUPLICATES
000700         ALTERNATE RECORD KEY IS IT-ITEM-DESC
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-ITEMTAB-STATUS.
000730
000740     SELECT RCVRPT ASSIGN TO 'RCVRPT'
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RCVRPT-STATUS.
000770
000780     SELECT OPTIONAL ITMJRNL ASSIGN TO 'ITMJRNL'
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-ITMJRNL-STATUS.
000810
000820     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RL-RECORD-KEY
000860         FILE STATUS IS WS-ITMRUNCT-STATUS.
000870
000880     SELECT OPTIONAL OPERPROF ASSIGN TO 'OPERPROF'
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS OP-OPERATOR-ID
000920         FILE STATUS IS WS-OPERPROF-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  PORCPT
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  PORCPT-RECORD.
001000     05  PR-ORDER-NO             PIC 9(06).
001010     05  PR-LINE-NO              PIC 9(03).
001020     05  PR-RECEIVED-QTY         PIC 9(06).
001030     05  PR-RECEIPT-DATE         PIC X(08).
001040     05  PR-RECEIPT-DATE-N REDEFINES PR-RECEIPT-DATE
001050                                 PIC 9(08).
001060     05  FILLER                  PIC X(57).
001070
001080 FD  OPENPO
001090     LABEL RECORDS ARE STANDARD.
001100     COPY ITMOPOR.
001110
001120 FD  ITEMTAB
001130     LABEL RECORDS ARE STANDARD.
001140     COPY ITMTABR.
001150
001160 FD  RCVRPT
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  RCVRPT-LINE                 PIC X(80).
001200
001210 FD  ITMJRNL
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY ITMJRNL.
001250
001260 FD  ITMRUNCT
001270     LABEL RECORDS ARE STANDARD.
001280     COPY ITMRUNC.
001290
001300 FD  OPERPROF
001310     LABEL RECORDS ARE STANDARD.
001320     COPY ITMOPRR.
001330
001340 WORKING-STORAGE SECTION.
001350 01  WS-FILE-STATUSES.
001360     05  WS-PORCPT-STATUS        PIC X(02) VALUE '00'.
001370     05  WS-OPENPO-STATUS        PIC X(02) VALUE '00'.
001380     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
001390     05  WS-RCVRPT-STATUS        PIC X(02) VALUE '00'.
001400     05  WS-ITMJRNL-STATUS       PIC X(02) VALUE '00'.
001410     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001420     05  WS-OPERPROF-STATUS      PIC X(02) VALUE '00'.
001430
001440 01  WS-SWITCHES.
001450     05  WS-PORCPT-EOF-SW        PIC X(01) VALUE 'N'.
001460         88  WS-PORCPT-EOF               VALUE 'Y'.
001470     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001480         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001490     05  WS-ROW-FOUND-SW         PIC X(01) VALUE 'N'.
001500         88  WS-ROW-FOUND                 VALUE 'Y'.
001510         88  WS-ROW-NOT-FOUND             VALUE 'N'.
001520
001530 01  WS-CURRENT-DATE-TIME.
001540     05  WS-CURR-DATE            PIC 9(08).
001550     05  WS-CURR-TIME.
001560         10  WS-CURR-HH          PIC 9(02).
001570         10  WS-CURR-MN          PIC 9(02).
001580         10  WS-CURR-SS          PIC 9(02).
001590         10  WS-CURR-HS          PIC 9(02).
001600
001610 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
001620 01  WS-RESULT-TEXT              PIC X(24) VALUE SPACES.
001630
001640 01  WS-BEFORE-IMAGE             PIC X(64) VALUE SPACES.
001650
001660 01  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
001670
001680 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001690
001700 01  WS-RECEIPT-WORK.
001710     05  WS-RECEIPT-DATE         PIC 9(08) VALUE ZERO.
001720     05  WS-NEW-ONHAND           PIC 9(06) VALUE ZERO.
001730     05  WS-NEW-RECEIVED         PIC 9(07) VALUE ZERO.
001740
001750 01  WS-PRINT-WORK.
001760     05  WS-EDIT-QTY             PIC ZZZZZ9.
001770     05  WS-EDIT-ORDERED         PIC ZZZZZ9.
001780     05  WS-EDIT-RECEIVED        PIC ZZZZZ9.
001790
001800 77  WS-CARDS-READ               PIC 9(05) VALUE ZERO.
001810 77  WS-CARDS-POSTED             PIC 9(05) VALUE ZERO.
001820 77  WS-CARDS-REJECTED           PIC 9(05) VALUE ZERO.
001830 77  WS-LINES-CLOSED             PIC 9(05) VALUE ZERO.
001840 77  WS-LINES-OVER               PIC 9(05) VALUE ZERO.
001850 77  WS-QTY-RECEIVED             PIC 9(09) VALUE ZERO.
001860
001870 PROCEDURE DIVISION.
001880*
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
001910
001920     IF WS-ABNORMAL-RUN
001930         GO TO 9900-ABEND-EXIT
001940     END-IF.
001950
001960     PERFORM 2000-RECEIPT-LOOP THRU 2000-RECEIPT-LOOP-EXIT
001970         UNTIL WS-PORCPT-EOF.
001980
001990     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT.
002000     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002010
002020     IF WS-CARDS-REJECTED > ZERO
002030         MOVE 4 TO RETURN-CODE
002040     END-IF.
002050     GO TO 9999-EXIT.
002060
002070 9900-ABEND-EXIT.
002080     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
002090
002100 9999-EXIT.
002110     STOP RUN.
002120*
002130*****************************************************************
002140*    1000 SERIES  --  RUN INITIALIZATION                        *
002150*****************************************************************
002160 1000-INITIALIZE-RUN.
002170     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002180     ACCEPT WS-CURR-TIME FROM TIME.
002190
002200     OPEN OUTPUT RCVRPT.
002210     IF WS-RCVRPT-STATUS NOT = '00'
002220         DISPLAY 'ITMPRCV - UNABLE TO OPEN RCVRPT, STATUS = '
002230             WS-RCVRPT-STATUS
002240         SET WS-ABNORMAL-RUN TO TRUE
002250         MOVE 16 TO RETURN-CODE
002260         GO TO 1000-INITIALIZE-RUN-EXIT
002270     END-IF.
002280
002290     OPEN INPUT PORCPT.
002300     IF WS-PORCPT-STATUS NOT = '00'
002310         DISPLAY 'ITMPRCV - UNABLE TO OPEN PORCPT, STATUS = '
002320             WS-PORCPT-STATUS
002330         SET WS-ABNORMAL-RUN TO TRUE
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 1000-INITIALIZE-RUN-EXIT
002360     END-IF.
002370
002380     PERFORM 1100-CHECK-OPERATOR-PROFILE
002390         THRU 1100-CHECK-OPERATOR-PROFILE-EXIT.
002400     IF WS-ABNORMAL-RUN
002410         GO TO 1000-INITIALIZE-RUN-EXIT
002420     END-IF.
002430
002440*    THE SAME RUN-CONTROL INTERLOCK ITMUPDT HONORS: RECEIPTS
002450*    REWRITE ITEMTAB ROWS AND MUST NOT RACE THE LOAD.
002460     OPEN INPUT ITMRUNCT.
002470     IF WS-ITMRUNCT-STATUS = '00'
002480         MOVE WS-LOCK-KEY TO RL-RECORD-KEY
002490         READ ITMRUNCT
002500             INVALID KEY
002510                 CONTINUE
002520             NOT INVALID KEY
002530                 IF RL-LOAD-ACTIVE
002540                     DISPLAY 'ITMPRCV - ITMLOAD IS RUNNING '
002550                         'AGAINST ITEMTAB, RUN REFUSED'
002560                     SET WS-ABNORMAL-RUN TO TRUE
002570                     MOVE 8 TO RETURN-CODE
002580                 END-IF
002590         END-READ
002600     END-IF.
002610     CLOSE ITMRUNCT.
002620     IF WS-ABNORMAL-RUN
002630         GO TO 1000-INITIALIZE-RUN-EXIT
002640     END-IF.
002650
002660*    UNLIKE ITMPOLD THIS RUN NEVER CREATES OPENPO - A RECEIPT
002670*    AGAINST AN ORDER FILE THAT DOES NOT EXIST IS AN ERROR.
002680     OPEN I-O OPENPO.
002690     IF WS-OPENPO-STATUS NOT = '00'
002700         DISPLAY 'ITMPRCV - UNABLE TO OPEN OPENPO, STATUS = '
002710             WS-OPENPO-STATUS
002720         SET WS-ABNORMAL-RUN TO TRUE
002730         MOVE 16 TO RETURN-CODE
002740         GO TO 1000-INITIALIZE-RUN-EXIT
002750     END-IF.
002760
002770     OPEN I-O ITEMTAB.
002780     IF WS-ITEMTAB-STATUS NOT = '00'
002790         DISPLAY 'ITMPRCV - UNABLE TO OPEN ITEMTAB, STATUS = '
002800             WS-ITEMTAB-STATUS
002810         SET WS-ABNORMAL-RUN TO TRUE
002820         MOVE 16 TO RETURN-CODE
002830         GO TO 1000-INITIALIZE-RUN-EXIT
002840     END-IF.
002850
002860*    THE JOURNAL ACCUMULATES ACROSS RUNS - EXTEND KEEPS PRIOR
002870*    RECORDS AND CREATES THE FILE ON ITS FIRST EVER USE.
002880     OPEN EXTEND ITMJRNL.
002890     IF WS-ITMJRNL-STATUS NOT = '00' AND
002900        WS-ITMJRNL-STATUS NOT = '05'
002910         DISPLAY 'ITMPRCV - ITMJRNL OPEN STATUS = '
002920             WS-ITMJRNL-STATUS
002930     END-IF.
002940     PERFORM 3100-WRITE-RPT-HEADER
002950         THRU 3100-WRITE-RPT-HEADER-EXIT.
002960 1000-INITIALIZE-RUN-EXIT.
002970     EXIT.
002980
002990 1100-CHECK-OPERATOR-PROFILE.
003000*    A RECEIPT CHANGES ON-HAND STOCK, SO IT NEEDS THE SAME
003010*    ACCOUNTABLE, PROFILED OPERATOR AN ITMUPDT CORRECTION
003020*    DOES: ON OPERPROF, ACTIVE, WITH UPDATE OR BACKOUT
003030*    AUTHORITY, OR THE RUN IS REFUSED (RC=08).
003040     DISPLAY 'ITMPRCV - ENTER OPERATOR ID: '
003050         WITH NO ADVANCING.
003060     ACCEPT WS-OPERATOR-ID.
003070     IF WS-OPERATOR-ID = SPACES
003080         DISPLAY 'ITMPRCV - OPERATOR ID IS REQUIRED, '
003090             'RUN REFUSED'
003100         SET WS-ABNORMAL-RUN TO TRUE
003110         MOVE 8 TO RETURN-CODE
003120         GO TO 1100-CHECK-OPERATOR-PROFILE-EXIT
003130     END-IF.
003140     OPEN INPUT OPERPROF.
003150     IF WS-OPERPROF-STATUS NOT = '00'
003160         DISPLAY 'ITMPRCV - OPERPROF OPEN STATUS = '
003170             WS-OPERPROF-STATUS ', RUN REFUSED'
003180         SET WS-ABNORMAL-RUN TO TRUE
003190         MOVE 8 TO RETURN-CODE
003200         CLOSE OPERPROF
003210         GO TO 1100-CHECK-OPERATOR-PROFILE-EXIT
003220     END-IF.
003230     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
003240     READ OPERPROF
003250         INVALID KEY
003260             DISPLAY 'ITMPRCV - OPERATOR ' WS-OPERATOR-ID
003270                 ' IS NOT PROFILED, RUN REFUSED'
003280             SET WS-ABNORMAL-RUN TO TRUE
003290             MOVE 8 TO RETURN-CODE
003300         NOT INVALID KEY
003310             IF NOT OP-OPER-ACTIVE
003320                 DISPLAY 'ITMPRCV - OPERATOR ' WS-OPERATOR-ID
003330                     ' IS INACTIVE, RUN REFUSED'
003340                 SET WS-ABNORMAL-RUN TO TRUE
003350                 MOVE 8 TO RETURN-CODE
003360             ELSE
003370                 IF NOT OP-AUTH-UPDATE
003380                  AND NOT OP-AUTH-BACKOUT
003390                     DISPLAY 'ITMPRCV - OPERATOR '
003400                         WS-OPERATOR-ID ' HAS NO UPDATE '
003410                         'AUTHORITY, RUN REFUSED'
003420                     SET WS-ABNORMAL-RUN TO TRUE
003430                     MOVE 8 TO RETURN-CODE
003440                 END-IF
003450             END-IF
003460     END-READ.
003470     CLOSE OPERPROF.
003480 1100-CHECK-OPERATOR-PROFILE-EXIT.
003490     EXIT.
003500*
003510*****************************************************************
003520*    2000 SERIES  --  RECEIPT POSTING LOOP                      *
003530*****************************************************************
003540 2000-RECEIPT-LOOP.
003550     READ PORCPT
003560         AT END
003570             SET WS-PORCPT-EOF TO TRUE
003580             GO TO 2000-RECEIPT-LOOP-EXIT
003590     END-READ.
003600     ADD 1 TO WS-CARDS-READ.
003610
003620     IF PR-ORDER-NO NOT NUMERIC
003630      OR PR-LINE-NO NOT NUMERIC
003640      OR PR-ORDER-NO = ZERO
003650         MOVE 'ORDER/LINE IS MISSING OR NOT NUMERIC'
003660             TO WS-REJECT-REASON
003670         PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
003680         GO TO 2000-RECEIPT-LOOP-EXIT
003690     END-IF.
003700
003710     IF PR-RECEIVED-QTY NOT NUMERIC
003720      OR PR-RECEIVED-QTY = ZERO
003730         MOVE 'RECEIVED QTY IS ZERO OR NOT NUMERIC'
003740             TO WS-REJECT-REASON
003750         PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
003760         GO TO 2000-RECEIPT-LOOP-EXIT
003770     END-IF.
003780
003790*    A BLANK RECEIPT DATE MEANS THE GOODS CAME IN TODAY.
003800     IF PR-RECEIPT-DATE = SPACES
003810         MOVE WS-CURR-DATE TO WS-RECEIPT-DATE
003820     ELSE
003830         IF PR-RECEIPT-DATE-N NOT NUMERIC
003840             MOVE 'RECEIPT DATE IS NOT NUMERIC'
003850                 TO WS-REJECT-REASON
003860             PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
003870             GO TO 2000-RECEIPT-LOOP-EXIT
003880         END-IF
003890         MOVE PR-RECEIPT-DATE-N TO WS-RECEIPT-DATE
003900     END-IF.
003910
003920     PERFORM 2100-POST-RECEIPT THRU 2100-POST-RECEIPT-EXIT.
003930 2000-RECEIPT-LOOP-EXIT.
003940     EXIT.
003950
003960 2100-POST-RECEIPT.
003970*    EVERY CHECK IS MADE BEFORE EITHER FILE IS TOUCHED, SO A
003980*    REJECTED CARD NEVER LEAVES STOCK POSTED AGAINST A LINE
003990*    THAT DID NOT MOVE, OR THE REVERSE.
004000     MOVE PR-ORDER-NO TO PO-ORDER-NO.
004010     MOVE PR-LINE-NO  TO PO-LINE-NO.
004020     READ OPENPO
004030         INVALID KEY
004040             MOVE 'ORDER LINE IS NOT ON OPENPO'
004050                 TO WS-REJECT-REASON
004060             PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
004070             GO TO 2100-POST-RECEIPT-EXIT
004080     END-READ.
004090     IF PO-LINE-CLOSED
004100         MOVE 'ORDER LINE IS ALREADY CLOSED'
004110             TO WS-REJECT-REASON
004120         PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
004130         GO TO 2100-POST-RECEIPT-EXIT
004140     END-IF.
004150     COMPUTE WS-NEW-RECEIVED = PO-RECEIVED-QTY + PR-RECEIVED-QTY.
004160     IF WS-NEW-RECEIVED > 999999
004170         MOVE 'RECEIVED TOTAL WOULD EXCEED 999999'
004180             TO WS-REJECT-REASON
004190         PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
004200         GO TO 2100-POST-RECEIPT-EXIT
004210     END-IF.
004220
004230     SET WS-ROW-NOT-FOUND TO TRUE.
004240     MOVE PO-ITEM-KEY TO IT-ITEM-KEY.
004250     READ ITEMTAB
004260         INVALID KEY
004270             CONTINUE
004280         NOT INVALID KEY
004290             SET WS-ROW-FOUND TO TRUE
004300     END-READ.
004310     IF WS-ROW-NOT-FOUND
004320         MOVE 'ITEM IS NOT ON ITEMTAB' TO WS-REJECT-REASON
004330         PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
004340         GO TO 2100-POST-RECEIPT-EXIT
004350     END-IF.
004360     COMPUTE WS-NEW-ONHAND = IT-ONHAND-QTY + PR-RECEIVED-QTY.
004370     IF WS-NEW-ONHAND > 99999
004380         MOVE 'ON-HAND WOULD EXCEED 99999'
004390             TO WS-REJECT-REASON
004400         PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
004410         GO TO 2100-POST-RECEIPT-EXIT
004420     END-IF.
004430
004440*    STOCK FIRST, THE SAME WAY ITMUPDT APPLIES A CORRECTION -
004450*    MANUAL STATUS ON SO THE NEXT LOAD KEEPS THE RECEIPT.
004460     MOVE ITEMTAB-RECORD TO WS-BEFORE-IMAGE.
004470     MOVE WS-NEW-ONHAND TO IT-ONHAND-QTY.
004480     SET IT-STATUS-MANUAL TO TRUE.
004490     REWRITE ITEMTAB-RECORD
004500         INVALID KEY
004510             MOVE 'ITEMTAB REWRITE FAILED, NOT POSTED'
004520                 TO WS-REJECT-REASON
004530             PERFORM 2200-REJECT-CARD THRU 2200-REJECT-CARD-EXIT
004540             GO TO 2100-POST-RECEIPT-EXIT
004550     END-REWRITE.
004560     PERFORM 2300-WRITE-JOURNAL THRU 2300-WRITE-JOURNAL-EXIT.
004570
004580*    THEN THE ORDER LINE.  A LINE RECEIVED IN FULL - OR OVER,
004590*    WHEN THE VENDOR SHIPS MORE THAN WAS ORDERED - IS CLOSED
004600*    AND DROPS OUT OF ITMREORD'S ON-ORDER NETTING.
004610     MOVE WS-NEW-RECEIVED TO PO-RECEIVED-QTY.
004620     MOVE WS-RECEIPT-DATE TO PO-LAST-RECEIPT-DATE.
004630     IF PO-RECEIVED-QTY < PO-ORDER-QTY
004640         SET PO-LINE-PARTIAL TO TRUE
004650         MOVE 'POSTED, PARTIAL' TO WS-RESULT-TEXT
004660     ELSE
004670         SET PO-LINE-CLOSED TO TRUE
004680         ADD 1 TO WS-LINES-CLOSED
004690         IF PO-RECEIVED-QTY > PO-ORDER-QTY
004700             ADD 1 TO WS-LINES-OVER
004710             MOVE 'POSTED, OVER' TO WS-RESULT-TEXT
004720         ELSE
004730             MOVE 'POSTED, CLOSED' TO WS-RESULT-TEXT
004740         END-IF
004750     END-IF.
004760     REWRITE OPENPO-RECORD
004770         INVALID KEY
004780             DISPLAY 'ITMPRCV - OPENPO REWRITE FAILED FOR PO '
004790                 PO-ORDER-NO ' LINE ' PO-LINE-NO
004800                 ', STOCK WAS POSTED'
004810             MOVE 'POSTED, PO NOT UPDATED' TO WS-RESULT-TEXT
004820     END-REWRITE.
004830
004840     ADD 1 TO WS-CARDS-POSTED.
004850     ADD PR-RECEIVED-QTY TO WS-QTY-RECEIVED.
004860     PERFORM 2400-PRINT-POSTED THRU 2400-PRINT-POSTED-EXIT.
004870 2100-POST-RECEIPT-EXIT.
004880     EXIT.
004890
004900 2200-REJECT-CARD.
004910     MOVE SPACES TO RCVRPT-LINE.
004920     STRING '  ' PR-ORDER-NO '/' PR-LINE-NO
004930         '  ' PR-RECEIVED-QTY
004940         '  REJECTED  ' WS-REJECT-REASON
004950         DELIMITED BY SIZE INTO RCVRPT-LINE.
004960     WRITE RCVRPT-LINE.
004970     ADD 1 TO WS-CARDS-REJECTED.
004980 2200-REJECT-CARD-EXIT.
004990     EXIT.
005000
005010 2300-WRITE-JOURNAL.
005020*    THE SAME BEFORE/AFTER JOURNAL RECORD ITMUPDT WRITES, SO A
005030*    RECEIPT POSTED IN ERROR CAN BE BACKED OUT FROM ITMINQ.
005040*    A BACKOUT RESTORES THE STOCK ONLY - THE ORDER LINE MUST
005050*    BE PUT RIGHT WITH A CORRECTING RECEIPT.
005060*    THE ACTION CODE MARKS IT A RECEIPT, NOT A CORRECTION, FOR
005070*    THE GL INTERFACE.
005080     MOVE WS-OPERATOR-ID      TO JR-OPERATOR-ID.
005090     MOVE 'R'                 TO JR-ACTION-CD.
005100     MOVE WS-CURR-DATE        TO JR-EVENT-DATE.
005110     MOVE WS-CURR-TIME (1:6)  TO JR-EVENT-TIME.
005120     MOVE IT-ITEM-KEY         TO JR-ITEM-KEY.
005130     MOVE WS-BEFORE-IMAGE     TO JR-BEFORE-IMAGE.
005140     MOVE ITEMTAB-RECORD      TO JR-AFTER-IMAGE.
005150     WRITE JOURNAL-RECORD.
005160 2300-WRITE-JOURNAL-EXIT.
005170     EXIT.
005180
005190 2400-PRINT-POSTED.
005200     MOVE PR-RECEIVED-QTY TO WS-EDIT-QTY.
005210     MOVE PO-ORDER-QTY    TO WS-EDIT-ORDERED.
005220     MOVE PO-RECEIVED-QTY TO WS-EDIT-RECEIVED.
005230     MOVE SPACES TO RCVRPT-LINE.
005240     STRING '  ' PO-ORDER-NO '/' PO-LINE-NO
005250         '  ' PO-ITEM-KEY
005260         '  ' WS-EDIT-QTY
005270         '  ' WS-EDIT-ORDERED
005280         '  ' WS-EDIT-RECEIVED
005290         '  ' WS-RESULT-TEXT
005300         DELIMITED BY SIZE INTO RCVRPT-LINE.
005310     WRITE RCVRPT-LINE.
005320 2400-PRINT-POSTED-EXIT.
005330     EXIT.
005340*
005350*****************************************************************
005360*    3000 SERIES  --  CONTROL REPORT                            *
005370*****************************************************************
005380 3000-WRITE-TOTALS.
005390     MOVE SPACES TO RCVRPT-LINE.
005400     WRITE RCVRPT-LINE.
005410
005420     MOVE SPACES TO RCVRPT-LINE.
005430     STRING 'CARDS READ ............... ' WS-CARDS-READ
005440         DELIMITED BY SIZE INTO RCVRPT-LINE.
005450     WRITE RCVRPT-LINE.
005460
005470     MOVE SPACES TO RCVRPT-LINE.
005480     STRING 'RECEIPTS POSTED .......... ' WS-CARDS-POSTED
005490         DELIMITED BY SIZE INTO RCVRPT-LINE.
005500     WRITE RCVRPT-LINE.
005510
005520     MOVE SPACES TO RCVRPT-LINE.
005530     STRING 'RECEIPTS REJECTED ........ ' WS-CARDS-REJECTED
005540         DELIMITED BY SIZE INTO RCVRPT-LINE.
005550     WRITE RCVRPT-LINE.
005560
005570     MOVE SPACES TO RCVRPT-LINE.
005580     STRING 'ORDER LINES CLOSED ....... ' WS-LINES-CLOSED
005590         DELIMITED BY SIZE INTO RCVRPT-LINE.
005600     WRITE RCVRPT-LINE.
005610
005620     MOVE SPACES TO RCVRPT-LINE.
005630     STRING 'LINES RECEIVED OVER ...... ' WS-LINES-OVER
005640         DELIMITED BY SIZE INTO RCVRPT-LINE.
005650     WRITE RCVRPT-LINE.
005660
005670     MOVE SPACES TO RCVRPT-LINE.
005680     STRING 'TOTAL QUANTITY RECEIVED .. ' WS-QTY-RECEIVED
005690         DELIMITED BY SIZE INTO RCVRPT-LINE.
005700     WRITE RCVRPT-LINE.
005710 3000-WRITE-TOTALS-EXIT.
005720     EXIT.
005730
005740 3100-WRITE-RPT-HEADER.
005750     MOVE SPACES TO RCVRPT-LINE.
005760     STRING 'ITMPRCV  PURCHASE ORDER RECEIPT POSTING REPORT'
005770         DELIMITED BY SIZE INTO RCVRPT-LINE.
005780     WRITE RCVRPT-LINE.
005790
005800     MOVE SPACES TO RCVRPT-LINE.
005810     STRING 'RUN DATE: ' WS-CURR-DATE
005820         '   OPERATOR: ' WS-OPERATOR-ID
005830         DELIMITED BY SIZE INTO RCVRPT-LINE.
005840     WRITE RCVRPT-LINE.
005850
005860     MOVE SPACES TO RCVRPT-LINE.
005870     STRING '  PO/LINE     ITEM   RECVD  ORDERED  TO DATE'
005880         '  RESULT'
005890         DELIMITED BY SIZE INTO RCVRPT-LINE.
005900     WRITE RCVRPT-LINE.
005910 3100-WRITE-RPT-HEADER-EXIT.
005920     EXIT.
005930*
005940*****************************************************************
005950*    9000 SERIES  --  TERMINATION                               *
005960*****************************************************************
005970 9000-CLOSE-FILES.
005980     CLOSE PORCPT.
005990     CLOSE OPENPO.
006000     CLOSE ITEMTAB.
006010     CLOSE RCVRPT.
006020     CLOSE ITMJRNL.
006030 9000-CLOSE-FILES-EXIT.
006040     EXIT.
