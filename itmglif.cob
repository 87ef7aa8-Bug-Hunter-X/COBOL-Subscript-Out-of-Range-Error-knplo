000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ITMGLIF.
000030 AUTHOR.  D R OKAFOR.
000040 INSTALLATION.  MERIDIAN DISTRIBUTION - BATCH SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*                                                               *
000100*    ITMGLIF  --  GENERAL LEDGER INTERFACE FOR INVENTORY VALUE  *
000110*                                                               *
000120*    FINANCE USED TO RE-KEY EVERY CHANGE IN INVENTORY VALUE     *
000130*    INTO THE GENERAL LEDGER FROM THE PRINTED REPORTS.  THIS    *
000140*    NIGHTLY STEP WORKS OUT THE VALUE EFFECT OF EACH CHANGE     *
000150*    MADE SINCE THE LAST BATCH, SUMMARIZES IT BY WAREHOUSE AND  *
000160*    REASON, AND WRITES A BALANCED, TRAILERED JOURNAL-ENTRY     *
000170*    FILE (GLJRNL, ITMGLJR COPYBOOK) FOR THE LEDGER TO IMPORT:  *
000180*      LR  LOAD REPRICING     COSTHIST SOURCE L - THE NIGHTLY   *
000190*                             LOAD'S COST CHANGES, (NEW COST -  *
000200*                             OLD COST) X ON-HAND               *
000210*      SR  SUSPENSE RELEASE   COSTHIST SOURCE R - ITMSREL,      *
000220*                             (NEW COST - OLD COST) X ON-HAND   *
000230*      MC  MANUAL CORRECTION  ITMJRNL ACTION U - ITMINQ AND     *
000240*                             ITMUPDT, AFTER COST X AFTER ON-   *
000250*                             HAND LESS BEFORE COST X BEFORE    *
000260*                             ON-HAND                           *
000270*      BO  BACKOUT            ITMJRNL ACTION B - ITMINQ, VALUED *
000280*                             THE SAME WAY AS A CORRECTION      *
000290*    THE LOAD'S COST CHANGES ARE TAKEN FROM COSTHIST, NOT FROM  *
000300*    ITEMDLT: THE DELTA CARRIES ONLY THE NEW ROW, AND COSTHIST  *
000310*    HOLDS THE OLD AND NEW COST OF THE SAME CHANGE.  A KEY NEW  *
000320*    TO ITEMTAB COMES IN FROM A ZERO COST AND IS NOT A          *
000330*    REPRICING.  COSTHIST RECORDS FROM CORRECTIONS (C, U, B)    *
000340*    ARE NOT USED - THE JOURNAL VALUES THOSE, QUANTITY AND      *
000350*    ALL.  JOURNAL RECEIPTS (R) AND COUNT POSTINGS (C) ARE      *
000360*    STOCK MOVEMENTS AND ARE NOT POSTED.  A CORRECTION THAT     *
000370*    MOVES AN ITEM TO ANOTHER WAREHOUSE TAKES THE BEFORE VALUE  *
000380*    OUT OF THE OLD ONE AND PUTS THE AFTER VALUE INTO THE NEW.  *
000390*                                                               *
000400*    EACH WAREHOUSE AND REASON WITH A NET EFFECT GIVES TWO GL   *
000410*    LINES: AN INCREASE DEBITS INVENTORY (THE WAREHOUSE IS THE  *
000420*    COST CENTER) AND CREDITS THE REASON'S OFFSET ACCOUNT, A    *
000430*    DECREASE THE REVERSE.  THE CONTROL REPORT (GLIFRPT) SHOWS  *
000440*    THE SOURCE COUNTS, THE EFFECTS, THE GL TOTALS, AND TIES    *
000450*    THE GL ADJUSTMENT FOR EACH WAREHOUSE TO THE CHANGE IN ITS  *
000460*    ITMVALU TOTAL (VALUHIST) FROM THE PRIOR VALUATION TO THE   *
000470*    LATEST; WHAT IS LEFT OVER IS QUANTITY MOVEMENT THAT THE GL *
000480*    DOES NOT CARRY FROM HERE.                                  *
000490*                                                               *
000500*    THE BATCH NUMBER AND THE DATE/TIME WINDOW OF EACH BATCH    *
000510*    ARE KEPT ON THE ITMRUNCT '*GLIF*' ROW.  A NEW BATCH TAKES  *
000520*    CHANGES AFTER THE END OF THE LAST ONE UP TO THIS RUN; THE  *
000530*    ROW IS ONLY ADVANCED ONCE A BALANCED FILE IS WRITTEN.      *
000540*    THE FIRST BATCH EVER STARTS AT MIDNIGHT OF THE RUN DATE.   *
000550*    SYSIN CARD:  BLANK = NEW BATCH                             *
000560*                 R     = BUILD THE LAST BATCH AGAIN, SAME      *
000570*                         NUMBER AND WINDOW, IF THE FILE WAS    *
000580*                         LOST BEFORE THE LEDGER TOOK IT        *
000590*    RETURN CODES:  04 TIE-OUT INCOMPLETE (NO VALUATION TODAY,  *
000600*                      NO EARLIER ONE, OR A SHORT ONE)          *
000610*                   08 REFUSED - ITMLOAD IS RUNNING             *
000620*                   16 FATAL, OR THE BATCH IS OUT OF BALANCE -  *
000630*                      THE FILE MUST NOT BE IMPORTED            *
000640*                                                               *
000650*****************************************************************
000660*
000670*    MODIFICATION HISTORY
000680*    ---------------------------------------------------------
000690*    DATE        BY    DESCRIPTION
000700*    ----------  ----  -----------------------------------------
000710*    2026-10-15  DRO   ORIGINAL VERSION.
000720*
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER.  IBM-370.
000760 OBJECT-COMPUTER.  IBM-370.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT OPTIONAL COSTHIST ASSIGN TO 'COSTHIST'
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS CH-HIST-KEY
000830         FILE STATUS IS WS-COSTHIST-STATUS.
000840
000850     SELECT OPTIONAL ITMJRNL ASSIGN TO 'ITMJRNL'
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-ITMJRNL-STATUS.
000880
000890     SELECT OPTIONAL VALUHIST ASSIGN TO 'VALUHIST'
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS VH-HIST-KEY
000930         FILE STATUS IS WS-VALUHIST-STATUS.
000940
000950     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS RL-RECORD-KEY
000990         FILE STATUS IS WS-ITMRUNCT-STATUS.
001000
001010     SELECT GLJRNL ASSIGN TO 'GLJRNL'
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-GLJRNL-STATUS.
001040
001050     SELECT GLIFRPT ASSIGN TO 'GLIFRPT'
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-GLIFRPT-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  COSTHIST
001120     LABEL RECORDS ARE STANDARD.
001130     COPY ITMCSTR.
001140
001150 FD  ITMJRNL
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180     COPY ITMJRNL.
001190
001200 FD  VALUHIST
001210     LABEL RECORDS ARE STANDARD.
001220     COPY ITMVALR.
001230
001240 FD  ITMRUNCT
001250     LABEL RECORDS ARE STANDARD.
001260     COPY ITMRUNC.
001270
001280 FD  GLJRNL
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310     COPY ITMGLJR.
001320
001330 FD  GLIFRPT
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 01  GLIFRPT-LINE                PIC X(80).
001370
001380 WORKING-STORAGE SECTION.
001390 01  WS-FILE-STATUSES.
001400     05  WS-COSTHIST-STATUS      PIC X(02) VALUE '00'.
001410     05  WS-ITMJRNL-STATUS       PIC X(02) VALUE '00'.
001420     05  WS-VALUHIST-STATUS      PIC X(02) VALUE '00'.
001430     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
001440     05  WS-GLJRNL-STATUS        PIC X(02) VALUE '00'.
001450     05  WS-GLIFRPT-STATUS       PIC X(02) VALUE '00'.
001460
001470 01  WS-SWITCHES.
001480     05  WS-CH-EOF-SW            PIC X(01) VALUE 'N'.
001490         88  WS-CH-EOF                   VALUE 'Y'.
001500     05  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
001510         88  WS-JRNL-EOF                 VALUE 'Y'.
001520     05  WS-VH-EOF-SW            PIC X(01) VALUE 'N'.
001530         88  WS-VH-EOF                   VALUE 'Y'.
001540     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
001550         88  WS-ABNORMAL-RUN             VALUE 'Y'.
001560     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
001570         88  WS-SLOT-FOUND               VALUE 'Y'.
001580     05  WS-WHSE-FOUND-SW        PIC X(01) VALUE 'N'.
001590         88  WS-WHSE-FOUND               VALUE 'Y'.
001600     05  WS-GLIF-ROW-SW          PIC X(01) VALUE 'N'.
001610         88  WS-GLIF-ROW-FOUND           VALUE 'Y'.
001620     05  WS-VALUHIST-OK-SW       PIC X(01) VALUE 'N'.
001630         88  WS-VALUHIST-USABLE          VALUE 'Y'.
001640     05  WS-VH-SHORT-SW          PIC X(01) VALUE 'N'.
001650         88  WS-VH-SHORT                 VALUE 'Y'.
001660     05  WS-BALANCED-SW          PIC X(01) VALUE 'N'.
001670         88  WS-GL-BALANCED              VALUE 'Y'.
001680     05  WS-SAVE-SW              PIC X(01) VALUE 'N'.
001690         88  WS-SAVE-FAILED              VALUE 'Y'.
001700
001710 01  WS-CURRENT-DATE-TIME.
001720     05  WS-CURR-DATE            PIC 9(08).
001730     05  WS-CURR-TIME.
001740         10  WS-CURR-HH          PIC 9(02).
001750         10  WS-CURR-MN          PIC 9(02).
001760         10  WS-CURR-SS          PIC 9(02).
001770         10  WS-CURR-HS          PIC 9(02).
001780
001790 01  WS-RUN-MODE                 PIC X(01) VALUE SPACES.
001800     88  WS-MODE-NEW-BATCH               VALUE ' '.
001810     88  WS-MODE-REBUILD                 VALUE 'R'.
001820 01  WS-MODE-TEXT                PIC X(07) VALUE SPACES.
001830
001840*    THE BATCH WINDOW.  A CHANGE BELONGS TO THE BATCH WHEN ITS
001850*    DATE AND TIME ARE AFTER THE FROM STAMP AND NOT AFTER THE
001860*    TO STAMP, SO ONE BATCH ENDS EXACTLY WHERE THE NEXT BEGINS.
001870 01  WS-BATCH-WINDOW.
001880     05  WS-BATCH-NO             PIC 9(05) VALUE ZERO.
001890     05  WS-FROM-STAMP.
001900         10  WS-FROM-DATE        PIC 9(08) VALUE ZERO.
001910         10  WS-FROM-TIME        PIC 9(06) VALUE ZERO.
001920     05  WS-FROM-STAMP-N REDEFINES WS-FROM-STAMP
001930                                 PIC 9(14).
001940     05  WS-TO-STAMP.
001950         10  WS-TO-DATE          PIC 9(08) VALUE ZERO.
001960         10  WS-TO-TIME          PIC 9(06) VALUE ZERO.
001970     05  WS-TO-STAMP-N REDEFINES WS-TO-STAMP
001980                                 PIC 9(14).
001990     05  WS-EVENT-STAMP.
002000         10  WS-EVENT-DATE       PIC 9(08) VALUE ZERO.
002010         10  WS-EVENT-TIME       PIC 9(06) VALUE ZERO.
002020     05  WS-EVENT-STAMP-N REDEFINES WS-EVENT-STAMP
002030                                 PIC 9(14).
002040
002050*    THE FOUR REASONS, WITH THE OFFSET ACCOUNT EACH POSTS
002060*    AGAINST INVENTORY.  REPRICINGS AND RELEASES GO TO THE
002070*    PURCHASE PRICE VARIANCE ACCOUNT, CORRECTIONS AND BACKOUTS
002080*    TO INVENTORY ADJUSTMENTS.
002090 01  WS-REASON-DEFS.
002100     05  FILLER                  PIC X(27)
002110                         VALUE 'LR5810    LOAD REPRICING   '.
002120     05  FILLER                  PIC X(27)
002130                         VALUE 'SR5810    SUSPENSE RELEASE '.
002140     05  FILLER                  PIC X(27)
002150                         VALUE 'MC5820    MANUAL CORRECTION'.
002160     05  FILLER                  PIC X(27)
002170                         VALUE 'BO5820    BACKOUT          '.
002180 01  WS-REASON-TABLE REDEFINES WS-REASON-DEFS.
002190     05  WS-REASON-DEF OCCURS 4 TIMES.
002200         10  WS-RD-CODE          PIC X(02).
002210         10  WS-RD-OFFSET-ACCT   PIC X(08).
002220         10  WS-RD-NAME          PIC X(17).
002230
002240*    ONE ENTRY PER WAREHOUSE, IN WAREHOUSE ORDER, HOLDING THE
002250*    BATCH'S EFFECT BY REASON AND THE TWO ITMVALU TOTALS THE
002260*    TIE-OUT COMPARES.  A WAREHOUSE MISSING FROM A VALUATION IS
002270*    TAKEN AT ZERO IN IT.
002280 01  WS-WHSE-AREA.
002290     05  WS-WHSE-COUNT           PIC 9(03) VALUE ZERO.
002300     05  WS-WHSE-ENTRY OCCURS 100 TIMES.
002310         10  WS-WH-CD            PIC X(02).
002320         10  WS-WH-PRIOR-VALUE   PIC 9(11)V99.
002330         10  WS-WH-CURR-VALUE    PIC 9(11)V99.
002340         10  WS-WH-NET-EFFECT    PIC S9(11)V99.
002350         10  WS-WH-REASON OCCURS 4 TIMES.
002360             15  WS-WR-COUNT     PIC 9(05).
002370             15  WS-WR-VALUE     PIC S9(11)V99.
002380
002390*    THE JOURNAL IMAGE FIELDS HOLD A COMPLETE ITEMTAB-RECORD
002400*    (SEE ITMJRNL/ITMTABR).  ONLY THE COST, ON-HAND AND
002410*    WAREHOUSE MATTER HERE.
002420 01  WS-IMAGE-WORK.
002430     05  WS-BEF-IMAGE.
002440         10  WS-BEF-KEY          PIC X(05).
002450         10  WS-BEF-DESC         PIC X(20).
002460         10  WS-BEF-COST         PIC 9(05)V99.
002470         10  WS-BEF-QTY          PIC 9(05).
002480         10  WS-BEF-REORDER      PIC X(05).
002490         10  WS-BEF-VENDOR       PIC X(05).
002500         10  WS-BEF-WHSE         PIC X(02).
002510         10  FILLER              PIC X(06).
002520         10  WS-BEF-STATUS       PIC X(01).
002530         10  WS-BEF-LOAD-DATE    PIC X(08).
002540     05  WS-AFT-IMAGE.
002550         10  WS-AFT-KEY          PIC X(05).
002560         10  WS-AFT-DESC         PIC X(20).
002570         10  WS-AFT-COST         PIC 9(05)V99.
002580         10  WS-AFT-QTY          PIC 9(05).
002590         10  WS-AFT-REORDER      PIC X(05).
002600         10  WS-AFT-VENDOR       PIC X(05).
002610         10  WS-AFT-WHSE         PIC X(02).
002620         10  FILLER              PIC X(06).
002630         10  WS-AFT-STATUS       PIC X(01).
002640         10  WS-AFT-LOAD-DATE    PIC X(08).
002650     05  WS-BEF-VALUE            PIC 9(10)V99 VALUE ZERO.
002660     05  WS-AFT-VALUE            PIC 9(10)V99 VALUE ZERO.
002670
002680 01  WS-POSTING-WORK.
002690     05  WS-LOOK-WHSE-CD         PIC X(02) VALUE SPACES.
002700     05  WS-EFFECT-VALUE         PIC S9(11)V99 VALUE ZERO.
002710     05  WS-GL-ACCOUNT           PIC X(08) VALUE SPACES.
002720     05  WS-GL-DR-CR-CD          PIC X(01) VALUE SPACES.
002730     05  WS-GL-AMOUNT            PIC 9(11)V99 VALUE ZERO.
002740
002750 01  WS-GL-TOTALS.
002760     05  WS-GL-LINE-COUNT        PIC 9(05) VALUE ZERO.
002770     05  WS-GL-DEBIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
002780     05  WS-GL-CREDIT-TOTAL      PIC 9(13)V99 VALUE ZERO.
002790
002800 01  WS-TIE-OUT-WORK.
002810     05  WS-VH-PRIOR-DATE        PIC 9(08) VALUE ZERO.
002820     05  WS-VH-CURR-DATE         PIC 9(08) VALUE ZERO.
002830     05  WS-OTHER-MOVEMENT       PIC S9(11)V99 VALUE ZERO.
002840     05  WS-TOT-PRIOR-VALUE      PIC S9(12)V99 VALUE ZERO.
002850     05  WS-TOT-NET-EFFECT       PIC S9(12)V99 VALUE ZERO.
002860     05  WS-TOT-CURR-VALUE       PIC S9(12)V99 VALUE ZERO.
002870     05  WS-TOT-OTHER-MOVEMENT   PIC S9(12)V99 VALUE ZERO.
002880
002890 01  WS-PRINT-WORK.
002900     05  WS-EDIT-COUNT           PIC ZZZZ9.
002910     05  WS-EDIT-EFFECT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002920     05  WS-EDIT-PRIOR           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002930     05  WS-EDIT-ADJUST          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002940     05  WS-EDIT-CURR            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002950     05  WS-EDIT-OTHER           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002960     05  WS-EDIT-TOTAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002970     05  WS-EDIT-GL-TOTAL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002980
002990 77  WS-MAX-WHSE                 PIC 9(03) VALUE 100.
003000 77  WS-WH-IX                    PIC 9(05) COMP VALUE ZERO.
003010 77  WS-WH-POS                   PIC 9(05) COMP VALUE ZERO.
003020 77  WS-RSN-IX                   PIC 9(05) COMP VALUE ZERO.
003030 77  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
003040 77  WS-GLIF-KEY                 PIC X(08) VALUE '*GLIF*'.
003050 77  WS-INVENTORY-ACCT           PIC X(08) VALUE '1400'.
003060 77  WS-CH-READ                  PIC 9(07) VALUE ZERO.
003070 77  WS-CH-IN-WINDOW             PIC 9(05) VALUE ZERO.
003080 77  WS-CH-REPRICED              PIC 9(05) VALUE ZERO.
003090 77  WS-CH-RELEASED              PIC 9(05) VALUE ZERO.
003100 77  WS-CH-NEW-ITEMS             PIC 9(05) VALUE ZERO.
003110 77  WS-CH-CORRECTIONS           PIC 9(05) VALUE ZERO.
003120 77  WS-JR-READ                  PIC 9(07) VALUE ZERO.
003130 77  WS-JR-IN-WINDOW             PIC 9(05) VALUE ZERO.
003140 77  WS-JR-CORRECTIONS           PIC 9(05) VALUE ZERO.
003150 77  WS-JR-BACKOUTS              PIC 9(05) VALUE ZERO.
003160 77  WS-JR-MOVEMENTS             PIC 9(05) VALUE ZERO.
003170 77  WS-JR-BAD-IMAGES            PIC 9(05) VALUE ZERO.
003180
003190 PROCEDURE DIVISION.
003200*
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
003230
003240     IF WS-ABNORMAL-RUN
003250         GO TO 9900-ABEND-EXIT
003260     END-IF.
003270
003280     PERFORM 2000-SCAN-COSTHIST THRU 2000-SCAN-COSTHIST-EXIT
003290         UNTIL WS-CH-EOF.
003300     IF WS-ABNORMAL-RUN
003310         GO TO 9900-ABEND-EXIT
003320     END-IF.
003330
003340     PERFORM 3000-SCAN-JOURNAL THRU 3000-SCAN-JOURNAL-EXIT
003350         UNTIL WS-JRNL-EOF.
003360     IF WS-ABNORMAL-RUN
003370         GO TO 9900-ABEND-EXIT
003380     END-IF.
003390
003400     PERFORM 4000-LOAD-VALUATIONS THRU 4000-LOAD-VALUATIONS-EXIT.
003410     IF WS-ABNORMAL-RUN
003420         GO TO 9900-ABEND-EXIT
003430     END-IF.
003440
003450     PERFORM 5000-WRITE-GL-FILE THRU 5000-WRITE-GL-FILE-EXIT.
003460     IF WS-ABNORMAL-RUN
003470         GO TO 9900-ABEND-EXIT
003480     END-IF.
003490
003500     PERFORM 6000-WRITE-CONTROL-RPT
003510         THRU 6000-WRITE-CONTROL-RPT-EXIT.
003520
003530*    THE WINDOW MOVES ON ONLY FOR A NEW BATCH THAT BALANCED.
003540*    AN UNBALANCED ONE IS RUN AGAIN OVER THE SAME CHANGES.
003550     IF WS-MODE-NEW-BATCH
003560      AND WS-GL-BALANCED
003570         PERFORM 7000-SAVE-CONTROL-ROW
003580             THRU 7000-SAVE-CONTROL-ROW-EXIT
003590     END-IF.
003600
003610     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
003620     GO TO 9999-EXIT.
003630
003640 9900-ABEND-EXIT.
003650     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
003660
003670 9999-EXIT.
003680     GOBACK.
003690*
003700*****************************************************************
003710*    1000 SERIES  --  RUN INITIALIZATION                        *
003720*****************************************************************
003730 1000-INITIALIZE-RUN.
003740     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
003750     ACCEPT WS-CURR-TIME FROM TIME.
003760
003770     OPEN OUTPUT GLIFRPT.
003780     IF WS-GLIFRPT-STATUS NOT = '00'
003790         DISPLAY 'ITMGLIF - UNABLE TO OPEN GLIFRPT, STATUS = '
003800             WS-GLIFRPT-STATUS
003810         SET WS-ABNORMAL-RUN TO TRUE
003820         MOVE 16 TO RETURN-CODE
003830         GO TO 1000-INITIALIZE-RUN-EXIT
003840     END-IF.
003850
003860     DISPLAY 'ITMGLIF - ENTER RUN MODE (BLANK = NEW BATCH, '
003870         'R = REBUILD THE LAST BATCH): '
003880         WITH NO ADVANCING.
003890     ACCEPT WS-RUN-MODE.
003900     IF WS-MODE-NEW-BATCH
003910         MOVE 'NEW    ' TO WS-MODE-TEXT
003920     ELSE
003930         IF WS-MODE-REBUILD
003940             MOVE 'REBUILD' TO WS-MODE-TEXT
003950         ELSE
003960             DISPLAY 'ITMGLIF - RUN MODE MUST BE BLANK OR R'
003970             SET WS-ABNORMAL-RUN TO TRUE
003980             MOVE 16 TO RETURN-CODE
003990             GO TO 1000-INITIALIZE-RUN-EXIT
004000         END-IF
004010     END-IF.
004020
004030     PERFORM 1100-READ-CONTROL-ROWS
004040         THRU 1100-READ-CONTROL-ROWS-EXIT.
004050     IF WS-ABNORMAL-RUN
004060         GO TO 1000-INITIALIZE-RUN-EXIT
004070     END-IF.
004080
004090*    THE WINDOW IS TAKEN FROM THE ROW WHILE ITMRUNCT IS STILL
004100*    OPEN; THE RECORD AREA IS NOT TO BE TRUSTED AFTER THE CLOSE.
004110     PERFORM 1200-SET-WINDOW THRU 1200-SET-WINDOW-EXIT.
004120     CLOSE ITMRUNCT.
004130     IF WS-ABNORMAL-RUN
004140         GO TO 1000-INITIALIZE-RUN-EXIT
004150     END-IF.
004160
004170     PERFORM 1300-OPEN-SOURCES THRU 1300-OPEN-SOURCES-EXIT.
004180     IF WS-ABNORMAL-RUN
004190         GO TO 1000-INITIALIZE-RUN-EXIT
004200     END-IF.
004210
004220     PERFORM 6100-WRITE-RPT-HEADER
004230         THRU 6100-WRITE-RPT-HEADER-EXIT.
004240 1000-INITIALIZE-RUN-EXIT.
004250     EXIT.
004260
004270 1100-READ-CONTROL-ROWS.
004280*    WITHOUT ITMRUNCT THERE IS NO KNOWING WHERE THE LAST BATCH
004290*    ENDED, SO A FILE THAT CANNOT BE OPENED STOPS THE RUN.
004300     OPEN I-O ITMRUNCT.
004310     IF WS-ITMRUNCT-STATUS = '35'
004320         OPEN OUTPUT ITMRUNCT
004330         CLOSE ITMRUNCT
004340         OPEN I-O ITMRUNCT
004350     END-IF.
004360     IF WS-ITMRUNCT-STATUS NOT = '00' AND
004370        WS-ITMRUNCT-STATUS NOT = '05'
004380         DISPLAY 'ITMGLIF - UNABLE TO OPEN ITMRUNCT, STATUS = '
004390             WS-ITMRUNCT-STATUS
004400         SET WS-ABNORMAL-RUN TO TRUE
004410         MOVE 16 TO RETURN-CODE
004420         GO TO 1100-READ-CONTROL-ROWS-EXIT
004430     END-IF.
004440
004450*    THE SAME RUN-CONTROL INTERLOCK ITMVALU HONORS: CHANGES
004460*    READ WHILE ITMLOAD IS LIVE AGAINST ITEMTAB WOULD SPLIT A
004470*    NIGHT'S REPRICING ACROSS TWO BATCHES.
004480     MOVE WS-LOCK-KEY TO RL-RECORD-KEY.
004490     READ ITMRUNCT
004500         INVALID KEY
004510             CONTINUE
004520         NOT INVALID KEY
004530             IF RL-LOAD-ACTIVE
004540                 DISPLAY 'ITMGLIF - ITMLOAD IS RUNNING '
004550                     'AGAINST ITEMTAB, RUN REFUSED'
004560                 SET WS-ABNORMAL-RUN TO TRUE
004570                 MOVE 8 TO RETURN-CODE
004580             END-IF
004590     END-READ.
004600     IF WS-ABNORMAL-RUN
004610         CLOSE ITMRUNCT
004620         GO TO 1100-READ-CONTROL-ROWS-EXIT
004630     END-IF.
004640
004650     MOVE WS-GLIF-KEY TO RL-RECORD-KEY.
004660     READ ITMRUNCT
004670         INVALID KEY
004680             CONTINUE
004690         NOT INVALID KEY
004700             IF RL-GLIF-REC
004710                 SET WS-GLIF-ROW-FOUND TO TRUE
004720             END-IF
004730     END-READ.
004740 1100-READ-CONTROL-ROWS-EXIT.
004750     EXIT.
004760
004770 1200-SET-WINDOW.
004780     IF WS-MODE-REBUILD
004790         IF NOT WS-GLIF-ROW-FOUND
004800             DISPLAY 'ITMGLIF - NO GL BATCH HAS BEEN SENT, '
004810                 'NOTHING TO REBUILD'
004820             SET WS-ABNORMAL-RUN TO TRUE
004830             MOVE 16 TO RETURN-CODE
004840             GO TO 1200-SET-WINDOW-EXIT
004850         END-IF
004860         MOVE RL-GLIF-BATCH-NO  TO WS-BATCH-NO
004870         MOVE RL-GLIF-FROM-DATE TO WS-FROM-DATE
004880         MOVE RL-GLIF-FROM-TIME TO WS-FROM-TIME
004890         MOVE RL-GLIF-TO-DATE   TO WS-TO-DATE
004900         MOVE RL-GLIF-TO-TIME   TO WS-TO-TIME
004910         DISPLAY 'ITMGLIF - REBUILDING GL BATCH ' WS-BATCH-NO
004920         GO TO 1200-SET-WINDOW-EXIT
004930     END-IF.
004940
004950     IF WS-GLIF-ROW-FOUND
004960         IF RL-GLIF-BATCH-NO = 99999
004970             MOVE 1 TO WS-BATCH-NO
004980         ELSE
004990             COMPUTE WS-BATCH-NO = RL-GLIF-BATCH-NO + 1
005000         END-IF
005010         MOVE RL-GLIF-TO-DATE TO WS-FROM-DATE
005020         MOVE RL-GLIF-TO-TIME TO WS-FROM-TIME
005030     ELSE
005040         DISPLAY 'ITMGLIF - NO EARLIER GL BATCH, THE FIRST '
005050             'BATCH STARTS AT MIDNIGHT'
005060         MOVE 1            TO WS-BATCH-NO
005070         MOVE WS-CURR-DATE TO WS-FROM-DATE
005080         MOVE ZERO         TO WS-FROM-TIME
005090     END-IF.
005100     MOVE WS-CURR-DATE       TO WS-TO-DATE.
005110     MOVE WS-CURR-TIME (1:6) TO WS-TO-TIME.
005120     IF WS-FROM-STAMP-N > WS-TO-STAMP-N
005130         DISPLAY 'ITMGLIF - THE LAST BATCH ENDED AT '
005140             WS-FROM-DATE ' ' WS-FROM-TIME
005150             ', LATER THAN NOW - CHECK THE CLOCK'
005160         SET WS-ABNORMAL-RUN TO TRUE
005170         MOVE 16 TO RETURN-CODE
005180         GO TO 1200-SET-WINDOW-EXIT
005190     END-IF.
005200 1200-SET-WINDOW-EXIT.
005210     EXIT.
005220
005230 1300-OPEN-SOURCES.
005240*    A CHANGE THAT CANNOT BE READ WOULD BE LEFT OUT OF THE
005250*    LEDGER FOR GOOD, SO BOTH SOURCES MUST OPEN.  A SOURCE
005260*    THAT DOES NOT EXIST YET SIMPLY HAS NO CHANGES.
005270     OPEN INPUT COSTHIST.
005280     IF WS-COSTHIST-STATUS = '05'
005290         SET WS-CH-EOF TO TRUE
005300     ELSE
005310         IF WS-COSTHIST-STATUS NOT = '00'
005320             DISPLAY 'ITMGLIF - UNABLE TO OPEN COSTHIST, '
005330                 'STATUS = '
005340                 WS-COSTHIST-STATUS
005350             SET WS-ABNORMAL-RUN TO TRUE
005360             MOVE 16 TO RETURN-CODE
005370             GO TO 1300-OPEN-SOURCES-EXIT
005380         END-IF
005390         MOVE ZERO TO CH-HIST-KEY
005400         START COSTHIST KEY IS NOT LESS THAN CH-HIST-KEY
005410             INVALID KEY
005420                 SET WS-CH-EOF TO TRUE
005430         END-START
005440     END-IF.
005450
005460     OPEN INPUT ITMJRNL.
005470     IF WS-ITMJRNL-STATUS NOT = '00' AND
005480        WS-ITMJRNL-STATUS NOT = '05'
005490         DISPLAY 'ITMGLIF - UNABLE TO OPEN ITMJRNL, STATUS = '
005500             WS-ITMJRNL-STATUS
005510         SET WS-ABNORMAL-RUN TO TRUE
005520         MOVE 16 TO RETURN-CODE
005530         GO TO 1300-OPEN-SOURCES-EXIT
005540     END-IF.
005550 1300-OPEN-SOURCES-EXIT.
005560     EXIT.
005570*
005580*****************************************************************
005590*    2000 SERIES  --  COST HISTORY SCAN                         *
005600*****************************************************************
005610 2000-SCAN-COSTHIST.
005620     READ COSTHIST NEXT RECORD
005630         AT END
005640             SET WS-CH-EOF TO TRUE
005650             GO TO 2000-SCAN-COSTHIST-EXIT
005660     END-READ.
005670*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT - AND THE
005680*    RUN, SINCE THE BATCH WOULD BE SHORT.
005690     IF WS-COSTHIST-STATUS NOT = '00'
005700         DISPLAY 'ITMGLIF - COSTHIST READ STATUS = '
005710             WS-COSTHIST-STATUS ', NO BATCH WRITTEN'
005720         SET WS-CH-EOF TO TRUE
005730         SET WS-ABNORMAL-RUN TO TRUE
005740         MOVE 16 TO RETURN-CODE
005750         GO TO 2000-SCAN-COSTHIST-EXIT
005760     END-IF.
005770     ADD 1 TO WS-CH-READ.
005780
005790     MOVE CH-EFF-DATE TO WS-EVENT-DATE.
005800     MOVE CH-EFF-TIME TO WS-EVENT-TIME.
005810     IF WS-EVENT-STAMP-N NOT > WS-FROM-STAMP-N
005820      OR WS-EVENT-STAMP-N > WS-TO-STAMP-N
005830         GO TO 2000-SCAN-COSTHIST-EXIT
005840     END-IF.
005850     ADD 1 TO WS-CH-IN-WINDOW.
005860
005870     IF CH-SRC-LOAD
005880         IF CH-OLD-COST = ZERO
005890             ADD 1 TO WS-CH-NEW-ITEMS
005900             GO TO 2000-SCAN-COSTHIST-EXIT
005910         END-IF
005920         ADD 1 TO WS-CH-REPRICED
005930         MOVE 1 TO WS-RSN-IX
005940     ELSE
005950         IF CH-SRC-RELEASE
005960             ADD 1 TO WS-CH-RELEASED
005970             MOVE 2 TO WS-RSN-IX
005980         ELSE
005990             ADD 1 TO WS-CH-CORRECTIONS
006000             GO TO 2000-SCAN-COSTHIST-EXIT
006010         END-IF
006020     END-IF.
006030
006040     COMPUTE WS-EFFECT-VALUE =
006050         (CH-NEW-COST - CH-OLD-COST) * CH-ONHAND-QTY.
006060     MOVE CH-WAREHOUSE-CD TO WS-LOOK-WHSE-CD.
006070     PERFORM 8000-POST-EFFECT THRU 8000-POST-EFFECT-EXIT.
006080     IF WS-ABNORMAL-RUN
006090         SET WS-CH-EOF TO TRUE
006100     END-IF.
006110 2000-SCAN-COSTHIST-EXIT.
006120     EXIT.
006130*
006140*****************************************************************
006150*    3000 SERIES  --  CORRECTION JOURNAL SCAN                   *
006160*****************************************************************
006170 3000-SCAN-JOURNAL.
006180     READ ITMJRNL
006190         AT END
006200             SET WS-JRNL-EOF TO TRUE
006210             GO TO 3000-SCAN-JOURNAL-EXIT
006220     END-READ.
006230*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT - AND THE
006240*    RUN, SINCE THE BATCH WOULD BE SHORT.
006250     IF WS-ITMJRNL-STATUS NOT = '00'
006260         DISPLAY 'ITMGLIF - ITMJRNL READ STATUS = '
006270             WS-ITMJRNL-STATUS ', NO BATCH WRITTEN'
006280         SET WS-JRNL-EOF TO TRUE
006290         SET WS-ABNORMAL-RUN TO TRUE
006300         MOVE 16 TO RETURN-CODE
006310         GO TO 3000-SCAN-JOURNAL-EXIT
006320     END-IF.
006330     ADD 1 TO WS-JR-READ.
006340
006350     MOVE JR-EVENT-DATE TO WS-EVENT-DATE.
006360     MOVE JR-EVENT-TIME TO WS-EVENT-TIME.
006370     IF WS-EVENT-STAMP-N NOT > WS-FROM-STAMP-N
006380      OR WS-EVENT-STAMP-N > WS-TO-STAMP-N
006390         GO TO 3000-SCAN-JOURNAL-EXIT
006400     END-IF.
006410     ADD 1 TO WS-JR-IN-WINDOW.
006420
006430     IF JR-ACTION-UPDATE
006440         ADD 1 TO WS-JR-CORRECTIONS
006450         MOVE 3 TO WS-RSN-IX
006460     ELSE
006470         IF JR-ACTION-BACKOUT
006480             ADD 1 TO WS-JR-BACKOUTS
006490             MOVE 4 TO WS-RSN-IX
006500         ELSE
006510             ADD 1 TO WS-JR-MOVEMENTS
006520             GO TO 3000-SCAN-JOURNAL-EXIT
006530         END-IF
006540     END-IF.
006550
006560     PERFORM 3100-VALUE-IMAGES THRU 3100-VALUE-IMAGES-EXIT.
006570
006580*    THE SAME WAREHOUSE TAKES THE NET CHANGE.  A MOVE TO
006590*    ANOTHER WAREHOUSE TAKES THE WHOLE BEFORE VALUE OUT OF THE
006600*    OLD ONE AND PUTS THE WHOLE AFTER VALUE INTO THE NEW.
006610     IF WS-BEF-WHSE = WS-AFT-WHSE
006620         COMPUTE WS-EFFECT-VALUE = WS-AFT-VALUE - WS-BEF-VALUE
006630         MOVE WS-AFT-WHSE TO WS-LOOK-WHSE-CD
006640         PERFORM 8000-POST-EFFECT THRU 8000-POST-EFFECT-EXIT
006650     ELSE
006660         COMPUTE WS-EFFECT-VALUE = ZERO - WS-BEF-VALUE
006670         MOVE WS-BEF-WHSE TO WS-LOOK-WHSE-CD
006680         PERFORM 8000-POST-EFFECT THRU 8000-POST-EFFECT-EXIT
006690         IF NOT WS-ABNORMAL-RUN
006700             MOVE WS-AFT-VALUE TO WS-EFFECT-VALUE
006710             MOVE WS-AFT-WHSE  TO WS-LOOK-WHSE-CD
006720             PERFORM 8000-POST-EFFECT THRU 8000-POST-EFFECT-EXIT
006730         END-IF
006740     END-IF.
006750     IF WS-ABNORMAL-RUN
006760         SET WS-JRNL-EOF TO TRUE
006770     END-IF.
006780 3000-SCAN-JOURNAL-EXIT.
006790     EXIT.
006800
006810 3100-VALUE-IMAGES.
006820*    AN IMAGE WHOSE COST OR ON-HAND IS NOT NUMERIC IS TAKEN AT
006830*    ZERO IN THE OTHER IMAGE'S WAREHOUSE, AND COUNTED ON THE
006840*    REPORT SO IT CAN BE LOOKED AT.
006850     MOVE JR-BEFORE-IMAGE TO WS-BEF-IMAGE.
006860     MOVE JR-AFTER-IMAGE  TO WS-AFT-IMAGE.
006870     MOVE ZERO TO WS-BEF-VALUE.
006880     MOVE ZERO TO WS-AFT-VALUE.
006890     IF WS-BEF-COST NUMERIC
006900      AND WS-BEF-QTY NUMERIC
006910         COMPUTE WS-BEF-VALUE = WS-BEF-COST * WS-BEF-QTY
006920     ELSE
006930         ADD 1 TO WS-JR-BAD-IMAGES
006940         MOVE WS-AFT-WHSE TO WS-BEF-WHSE
006950     END-IF.
006960     IF WS-AFT-COST NUMERIC
006970      AND WS-AFT-QTY NUMERIC
006980         COMPUTE WS-AFT-VALUE = WS-AFT-COST * WS-AFT-QTY
006990     ELSE
007000         ADD 1 TO WS-JR-BAD-IMAGES
007010         MOVE WS-BEF-WHSE TO WS-AFT-WHSE
007020     END-IF.
007030 3100-VALUE-IMAGES-EXIT.
007040     EXIT.
007050*
007060*****************************************************************
007070*    4000 SERIES  --  ITMVALU WAREHOUSE TOTALS                  *
007080*****************************************************************
007090 4000-LOAD-VALUATIONS.
007100*    THE TIE-OUT IS A CHECK ON THE BATCH, NOT PART OF IT, SO
007110*    MISSING TOTALS ARE A WARNING AND THE BATCH IS STILL SENT.
007120     OPEN INPUT VALUHIST.
007130     IF WS-VALUHIST-STATUS = '00'
007140         SET WS-VALUHIST-USABLE TO TRUE
007150     ELSE
007160         IF WS-VALUHIST-STATUS = '05'
007170             CLOSE VALUHIST
007180             DISPLAY 'ITMGLIF - NO ITMVALU TOTALS ON FILE, '
007190                 'TIE-OUT NOT DONE'
007200         ELSE
007210             DISPLAY 'ITMGLIF - VALUHIST OPEN STATUS = '
007220                 WS-VALUHIST-STATUS ', TIE-OUT NOT DONE'
007230         END-IF
007240         MOVE 4 TO RETURN-CODE
007250         GO TO 4000-LOAD-VALUATIONS-EXIT
007260     END-IF.
007270
007280*    FIRST PASS: THE LATEST VALUATION ON OR BEFORE THE END OF
007290*    THE BATCH WINDOW, AND THE ONE BEFORE IT.
007300     MOVE ZERO TO VH-HIST-KEY.
007310     MOVE 'N' TO WS-VH-EOF-SW.
007320     START VALUHIST KEY IS NOT LESS THAN VH-HIST-KEY
007330         INVALID KEY
007340             SET WS-VH-EOF TO TRUE
007350     END-START.
007360     PERFORM 4100-FIND-VALUATION-DATES
007370         THRU 4100-FIND-VALUATION-DATES-EXIT
007380         UNTIL WS-VH-EOF.
007390
007400     IF WS-VH-CURR-DATE = ZERO
007410         DISPLAY 'ITMGLIF - NO ITMVALU TOTALS ON FILE, '
007420             'TIE-OUT NOT DONE'
007430         MOVE 4 TO RETURN-CODE
007440         GO TO 4000-LOAD-VALUATIONS-EXIT
007450     END-IF.
007460     IF WS-VH-CURR-DATE NOT = WS-TO-DATE
007470         DISPLAY 'ITMGLIF - NO ITMVALU TOTALS FOR ' WS-TO-DATE
007480             ', LATEST ARE ' WS-VH-CURR-DATE
007490         MOVE 4 TO RETURN-CODE
007500     END-IF.
007510     IF WS-VH-PRIOR-DATE = ZERO
007520         DISPLAY 'ITMGLIF - NO ITMVALU TOTALS BEFORE '
007530             WS-VH-CURR-DATE ', PRIOR VALUE TAKEN AS ZERO'
007540         MOVE 4 TO RETURN-CODE
007550     END-IF.
007560
007570*    SECOND PASS: TAKE THE TWO DAYS' TOTALS INTO THE TABLE.
007580     IF WS-VH-PRIOR-DATE = ZERO
007590         MOVE WS-VH-CURR-DATE  TO VH-RUN-DATE
007600     ELSE
007610         MOVE WS-VH-PRIOR-DATE TO VH-RUN-DATE
007620     END-IF.
007630     MOVE LOW-VALUES TO VH-WAREHOUSE-CD.
007640     MOVE 'N' TO WS-VH-EOF-SW.
007650     START VALUHIST KEY IS NOT LESS THAN VH-HIST-KEY
007660         INVALID KEY
007670             SET WS-VH-EOF TO TRUE
007680     END-START.
007690     PERFORM 4200-TAKE-ONE-VALUATION
007700         THRU 4200-TAKE-ONE-VALUATION-EXIT
007710         UNTIL WS-VH-EOF.
007720     IF WS-VH-SHORT
007730         DISPLAY 'ITMGLIF - AN ITMVALU RUN USED IN THE TIE-OUT '
007740             'DID NOT VALUE EVERY ITEM'
007750         MOVE 4 TO RETURN-CODE
007760     END-IF.
007770 4000-LOAD-VALUATIONS-EXIT.
007780     EXIT.
007790
007800 4100-FIND-VALUATION-DATES.
007810     READ VALUHIST NEXT RECORD
007820         AT END
007830             SET WS-VH-EOF TO TRUE
007840             GO TO 4100-FIND-VALUATION-DATES-EXIT
007850     END-READ.
007860*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
007870     IF WS-VALUHIST-STATUS NOT = '00'
007880         SET WS-VH-EOF TO TRUE
007890         GO TO 4100-FIND-VALUATION-DATES-EXIT
007900     END-IF.
007910     IF VH-RUN-DATE > WS-TO-DATE
007920         SET WS-VH-EOF TO TRUE
007930         GO TO 4100-FIND-VALUATION-DATES-EXIT
007940     END-IF.
007950     IF VH-RUN-DATE > WS-VH-CURR-DATE
007960         MOVE WS-VH-CURR-DATE TO WS-VH-PRIOR-DATE
007970         MOVE VH-RUN-DATE     TO WS-VH-CURR-DATE
007980     END-IF.
007990 4100-FIND-VALUATION-DATES-EXIT.
008000     EXIT.
008010
008020 4200-TAKE-ONE-VALUATION.
008030     READ VALUHIST NEXT RECORD
008040         AT END
008050             SET WS-VH-EOF TO TRUE
008060             GO TO 4200-TAKE-ONE-VALUATION-EXIT
008070     END-READ.
008080*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
008090     IF WS-VALUHIST-STATUS NOT = '00'
008100         SET WS-VH-EOF TO TRUE
008110         GO TO 4200-TAKE-ONE-VALUATION-EXIT
008120     END-IF.
008130     IF VH-RUN-DATE > WS-VH-CURR-DATE
008140         SET WS-VH-EOF TO TRUE
008150         GO TO 4200-TAKE-ONE-VALUATION-EXIT
008160     END-IF.
008170
008180     MOVE VH-WAREHOUSE-CD TO WS-LOOK-WHSE-CD.
008190     PERFORM 8100-LOCATE-WHSE THRU 8100-LOCATE-WHSE-EXIT.
008200     IF WS-ABNORMAL-RUN
008210         SET WS-VH-EOF TO TRUE
008220         GO TO 4200-TAKE-ONE-VALUATION-EXIT
008230     END-IF.
008240     IF VH-RUN-DATE = WS-VH-CURR-DATE
008250         MOVE VH-TOTAL-VALUE TO WS-WH-CURR-VALUE (WS-WH-POS)
008260     ELSE
008270         MOVE VH-TOTAL-VALUE TO WS-WH-PRIOR-VALUE (WS-WH-POS)
008280     END-IF.
008290     IF NOT VH-COMPLETE
008300         SET WS-VH-SHORT TO TRUE
008310     END-IF.
008320 4200-TAKE-ONE-VALUATION-EXIT.
008330     EXIT.
008340*
008350*****************************************************************
008360*    5000 SERIES  --  GL JOURNAL-ENTRY FILE                     *
008370*****************************************************************
008380 5000-WRITE-GL-FILE.
008390     OPEN OUTPUT GLJRNL.
008400     IF WS-GLJRNL-STATUS NOT = '00'
008410         DISPLAY 'ITMGLIF - UNABLE TO OPEN GLJRNL, STATUS = '
008420             WS-GLJRNL-STATUS
008430         SET WS-ABNORMAL-RUN TO TRUE
008440         MOVE 16 TO RETURN-CODE
008450         GO TO 5000-WRITE-GL-FILE-EXIT
008460     END-IF.
008470
008480     MOVE SPACES         TO GLJRNL-RECORD.
008490     SET GJ-HEADER-REC   TO TRUE.
008500     MOVE WS-BATCH-NO    TO GJ-BATCH-NO.
008510     MOVE 'ITMGLIF'      TO GJ-SOURCE-ID.
008520     MOVE WS-CURR-DATE   TO GJ-POST-DATE.
008530     MOVE WS-FROM-DATE   TO GJ-FROM-DATE.
008540     MOVE WS-FROM-TIME   TO GJ-FROM-TIME.
008550     MOVE WS-TO-DATE     TO GJ-TO-DATE.
008560     MOVE WS-TO-TIME     TO GJ-TO-TIME.
008570     PERFORM 5900-PUT-GL-RECORD THRU 5900-PUT-GL-RECORD-EXIT.
008580
008590     PERFORM 5100-WRITE-WHSE-ENTRIES
008600         THRU 5100-WRITE-WHSE-ENTRIES-EXIT
008610         VARYING WS-WH-IX FROM 1 BY 1
008620         UNTIL WS-WH-IX > WS-WHSE-COUNT
008630            OR WS-ABNORMAL-RUN.
008640     IF WS-ABNORMAL-RUN
008650         GO TO 5000-WRITE-GL-FILE-EXIT
008660     END-IF.
008670
008680     MOVE SPACES             TO GLJRNL-RECORD.
008690     SET GJ-TRAILER-REC      TO TRUE.
008700     MOVE WS-BATCH-NO        TO GJ-BATCH-NO.
008710     MOVE WS-GL-LINE-COUNT   TO GJ-LINE-COUNT.
008720     MOVE WS-GL-DEBIT-TOTAL  TO GJ-DEBIT-TOTAL.
008730     MOVE WS-GL-CREDIT-TOTAL TO GJ-CREDIT-TOTAL.
008740     PERFORM 5900-PUT-GL-RECORD THRU 5900-PUT-GL-RECORD-EXIT.
008750     IF WS-ABNORMAL-RUN
008760         GO TO 5000-WRITE-GL-FILE-EXIT
008770     END-IF.
008780
008790     IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
008800         SET WS-GL-BALANCED TO TRUE
008810     ELSE
008820         DISPLAY 'ITMGLIF - GL BATCH ' WS-BATCH-NO
008830             ' IS OUT OF BALANCE, DO NOT IMPORT'
008840         MOVE 16 TO RETURN-CODE
008850     END-IF.
008860 5000-WRITE-GL-FILE-EXIT.
008870     EXIT.
008880
008890 5100-WRITE-WHSE-ENTRIES.
008900     PERFORM 5110-WRITE-ONE-REASON THRU 5110-WRITE-ONE-REASON-EXIT
008910         VARYING WS-RSN-IX FROM 1 BY 1
008920         UNTIL WS-RSN-IX > 4
008930            OR WS-ABNORMAL-RUN.
008940 5100-WRITE-WHSE-ENTRIES-EXIT.
008950     EXIT.
008960
008970 5110-WRITE-ONE-REASON.
008980*    CHANGES THAT NETTED TO NOTHING POST NOTHING.
008990     IF WS-WR-VALUE (WS-WH-IX, WS-RSN-IX) = ZERO
009000         GO TO 5110-WRITE-ONE-REASON-EXIT
009010     END-IF.
009020
009030     IF WS-WR-VALUE (WS-WH-IX, WS-RSN-IX) > ZERO
009040         MOVE WS-WR-VALUE (WS-WH-IX, WS-RSN-IX) TO WS-GL-AMOUNT
009050         MOVE WS-INVENTORY-ACCT TO WS-GL-ACCOUNT
009060         MOVE 'D' TO WS-GL-DR-CR-CD
009070         PERFORM 5200-WRITE-GL-LINE THRU 5200-WRITE-GL-LINE-EXIT
009080         MOVE WS-RD-OFFSET-ACCT (WS-RSN-IX) TO WS-GL-ACCOUNT
009090         MOVE 'C' TO WS-GL-DR-CR-CD
009100         PERFORM 5200-WRITE-GL-LINE THRU 5200-WRITE-GL-LINE-EXIT
009110     ELSE
009120         COMPUTE WS-GL-AMOUNT =
009130             ZERO - WS-WR-VALUE (WS-WH-IX, WS-RSN-IX)
009140         MOVE WS-RD-OFFSET-ACCT (WS-RSN-IX) TO WS-GL-ACCOUNT
009150         MOVE 'D' TO WS-GL-DR-CR-CD
009160         PERFORM 5200-WRITE-GL-LINE THRU 5200-WRITE-GL-LINE-EXIT
009170         MOVE WS-INVENTORY-ACCT TO WS-GL-ACCOUNT
009180         MOVE 'C' TO WS-GL-DR-CR-CD
009190         PERFORM 5200-WRITE-GL-LINE THRU 5200-WRITE-GL-LINE-EXIT
009200     END-IF.
009210 5110-WRITE-ONE-REASON-EXIT.
009220     EXIT.
009230
009240 5200-WRITE-GL-LINE.
009250     ADD 1 TO WS-GL-LINE-COUNT.
009260     MOVE SPACES                   TO GLJRNL-RECORD.
009270     SET GJ-DETAIL-REC             TO TRUE.
009280     MOVE WS-BATCH-NO              TO GJ-BATCH-NO.
009290     MOVE WS-GL-LINE-COUNT         TO GJ-LINE-NO.
009300     MOVE WS-GL-ACCOUNT            TO GJ-ACCOUNT-NO.
009310     MOVE WS-WH-CD (WS-WH-IX)      TO GJ-COST-CENTER.
009320     MOVE WS-GL-DR-CR-CD           TO GJ-DR-CR-CD.
009330     MOVE WS-GL-AMOUNT             TO GJ-AMOUNT.
009340     MOVE WS-RD-CODE (WS-RSN-IX)   TO GJ-REASON-CD.
009350     STRING WS-RD-NAME (WS-RSN-IX) DELIMITED BY '  '
009360         ' WH ' WS-WH-CD (WS-WH-IX) DELIMITED BY SIZE
009370         INTO GJ-DESCRIPTION.
009380     IF GJ-DEBIT
009390         ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
009400     ELSE
009410         ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
009420     END-IF.
009430     PERFORM 5900-PUT-GL-RECORD THRU 5900-PUT-GL-RECORD-EXIT.
009440 5200-WRITE-GL-LINE-EXIT.
009450     EXIT.
009460
009470 5900-PUT-GL-RECORD.
009480     WRITE GLJRNL-RECORD.
009490     IF WS-GLJRNL-STATUS NOT = '00'
009500         DISPLAY 'ITMGLIF - GLJRNL WRITE STATUS = '
009510             WS-GLJRNL-STATUS ', BATCH NOT COMPLETE'
009520         SET WS-ABNORMAL-RUN TO TRUE
009530         MOVE 16 TO RETURN-CODE
009540     END-IF.
009550 5900-PUT-GL-RECORD-EXIT.
009560     EXIT.
009570*
009580*****************************************************************
009590*    6000 SERIES  --  CONTROL REPORT                            *
009600*****************************************************************
009610 6000-WRITE-CONTROL-RPT.
009620     PERFORM 6200-WRITE-SOURCE-COUNTS
009630         THRU 6200-WRITE-SOURCE-COUNTS-EXIT.
009640     PERFORM 6300-WRITE-EFFECTS THRU 6300-WRITE-EFFECTS-EXIT.
009650     PERFORM 6400-WRITE-GL-TOTALS THRU 6400-WRITE-GL-TOTALS-EXIT.
009660     PERFORM 6500-WRITE-TIE-OUT THRU 6500-WRITE-TIE-OUT-EXIT.
009670 6000-WRITE-CONTROL-RPT-EXIT.
009680     EXIT.
009690
009700 6100-WRITE-RPT-HEADER.
009710     MOVE SPACES TO GLIFRPT-LINE.
009720     STRING 'ITMGLIF  GL INTERFACE - INVENTORY VALUE ADJUSTMENTS'
009730         DELIMITED BY SIZE INTO GLIFRPT-LINE.
009740     WRITE GLIFRPT-LINE.
009750
009760     MOVE SPACES TO GLIFRPT-LINE.
009770     STRING 'RUN DATE: ' WS-CURR-DATE
009780         '   GL BATCH: ' WS-BATCH-NO
009790         '   MODE: ' WS-MODE-TEXT
009800         DELIMITED BY SIZE INTO GLIFRPT-LINE.
009810     WRITE GLIFRPT-LINE.
009820
009830     MOVE SPACES TO GLIFRPT-LINE.
009840     STRING 'CHANGES AFTER ' WS-FROM-DATE ' ' WS-FROM-TIME
009850         ' THROUGH ' WS-TO-DATE ' ' WS-TO-TIME
009860         DELIMITED BY SIZE INTO GLIFRPT-LINE.
009870     WRITE GLIFRPT-LINE.
009880 6100-WRITE-RPT-HEADER-EXIT.
009890     EXIT.
009900
009910 6200-WRITE-SOURCE-COUNTS.
009920     MOVE SPACES TO GLIFRPT-LINE.
009930     WRITE GLIFRPT-LINE.
009940
009950     MOVE SPACES TO GLIFRPT-LINE.
009960     STRING 'COSTHIST RECORDS READ ............ ' WS-CH-READ
009970         DELIMITED BY SIZE INTO GLIFRPT-LINE.
009980     WRITE GLIFRPT-LINE.
009990
010000     MOVE SPACES TO GLIFRPT-LINE.
010010     STRING '  IN THE BATCH WINDOW ............ ' WS-CH-IN-WINDOW
010020         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010030     WRITE GLIFRPT-LINE.
010040
010050     MOVE SPACES TO GLIFRPT-LINE.
010060     STRING '  LOAD REPRICINGS ................ ' WS-CH-REPRICED
010070         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010080     WRITE GLIFRPT-LINE.
010090
010100     MOVE SPACES TO GLIFRPT-LINE.
010110     STRING '  SUSPENSE RELEASES .............. ' WS-CH-RELEASED
010120         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010130     WRITE GLIFRPT-LINE.
010140
010150     MOVE SPACES TO GLIFRPT-LINE.
010160     STRING '  NEW ITEMS, NOT POSTED .......... ' WS-CH-NEW-ITEMS
010170         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010180     WRITE GLIFRPT-LINE.
010190
010200     MOVE SPACES TO GLIFRPT-LINE.
010210     STRING '  CORRECTIONS, VALUED FROM ITMJRNL '
010220         WS-CH-CORRECTIONS
010230         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010240     WRITE GLIFRPT-LINE.
010250
010260     MOVE SPACES TO GLIFRPT-LINE.
010270     STRING 'ITMJRNL RECORDS READ ............. ' WS-JR-READ
010280         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010290     WRITE GLIFRPT-LINE.
010300
010310     MOVE SPACES TO GLIFRPT-LINE.
010320     STRING '  IN THE BATCH WINDOW ............ ' WS-JR-IN-WINDOW
010330         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010340     WRITE GLIFRPT-LINE.
010350
010360     MOVE SPACES TO GLIFRPT-LINE.
010370     STRING '  MANUAL CORRECTIONS ............. '
010380         WS-JR-CORRECTIONS
010390         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010400     WRITE GLIFRPT-LINE.
010410
010420     MOVE SPACES TO GLIFRPT-LINE.
010430     STRING '  BACKOUTS ....................... ' WS-JR-BACKOUTS
010440         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010450     WRITE GLIFRPT-LINE.
010460
010470     MOVE SPACES TO GLIFRPT-LINE.
010480     STRING '  RECEIPTS AND COUNTS, NOT POSTED  ' WS-JR-MOVEMENTS
010490         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010500     WRITE GLIFRPT-LINE.
010510
010520     MOVE SPACES TO GLIFRPT-LINE.
010530     STRING '  IMAGES NOT NUMERIC, TAKEN AS 0 . ' WS-JR-BAD-IMAGES
010540         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010550     WRITE GLIFRPT-LINE.
010560 6200-WRITE-SOURCE-COUNTS-EXIT.
010570     EXIT.
010580
010590 6300-WRITE-EFFECTS.
010600     MOVE SPACES TO GLIFRPT-LINE.
010610     WRITE GLIFRPT-LINE.
010620
010630     MOVE SPACES TO GLIFRPT-LINE.
010640     STRING 'WH  REASON             CHANGES        VALUE EFFECT'
010650         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010660     WRITE GLIFRPT-LINE.
010670
010680     PERFORM 6310-WRITE-WHSE-EFFECTS
010690         THRU 6310-WRITE-WHSE-EFFECTS-EXIT
010700         VARYING WS-WH-IX FROM 1 BY 1
010710         UNTIL WS-WH-IX > WS-WHSE-COUNT.
010720 6300-WRITE-EFFECTS-EXIT.
010730     EXIT.
010740
010750 6310-WRITE-WHSE-EFFECTS.
010760     PERFORM 6320-WRITE-ONE-EFFECT THRU 6320-WRITE-ONE-EFFECT-EXIT
010770         VARYING WS-RSN-IX FROM 1 BY 1
010780         UNTIL WS-RSN-IX > 4.
010790 6310-WRITE-WHSE-EFFECTS-EXIT.
010800     EXIT.
010810
010820 6320-WRITE-ONE-EFFECT.
010830     IF WS-WR-COUNT (WS-WH-IX, WS-RSN-IX) = ZERO
010840         GO TO 6320-WRITE-ONE-EFFECT-EXIT
010850     END-IF.
010860     MOVE WS-WR-COUNT (WS-WH-IX, WS-RSN-IX) TO WS-EDIT-COUNT.
010870     MOVE WS-WR-VALUE (WS-WH-IX, WS-RSN-IX) TO WS-EDIT-EFFECT.
010880     MOVE SPACES TO GLIFRPT-LINE.
010890     STRING WS-WH-CD (WS-WH-IX)
010900         '  ' WS-RD-NAME (WS-RSN-IX)
010910         '  ' WS-EDIT-COUNT
010920         '  ' WS-EDIT-EFFECT
010930         DELIMITED BY SIZE INTO GLIFRPT-LINE.
010940     WRITE GLIFRPT-LINE.
010950 6320-WRITE-ONE-EFFECT-EXIT.
010960     EXIT.
010970
010980 6400-WRITE-GL-TOTALS.
010990     MOVE SPACES TO GLIFRPT-LINE.
011000     WRITE GLIFRPT-LINE.
011010
011020     MOVE SPACES TO GLIFRPT-LINE.
011030     STRING 'GL LINES WRITTEN ................. ' WS-GL-LINE-COUNT
011040         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011050     WRITE GLIFRPT-LINE.
011060
011070     MOVE WS-GL-DEBIT-TOTAL TO WS-EDIT-GL-TOTAL.
011080     MOVE SPACES TO GLIFRPT-LINE.
011090     STRING 'GL DEBIT TOTAL ................... ' WS-EDIT-GL-TOTAL
011100         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011110     WRITE GLIFRPT-LINE.
011120
011130     MOVE WS-GL-CREDIT-TOTAL TO WS-EDIT-GL-TOTAL.
011140     MOVE SPACES TO GLIFRPT-LINE.
011150     STRING 'GL CREDIT TOTAL .................. ' WS-EDIT-GL-TOTAL
011160         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011170     WRITE GLIFRPT-LINE.
011180
011190     MOVE SPACES TO GLIFRPT-LINE.
011200     IF WS-GL-BALANCED
011210         STRING 'GL BATCH ' WS-BATCH-NO ' IS IN BALANCE'
011220             DELIMITED BY SIZE INTO GLIFRPT-LINE
011230     ELSE
011240         STRING 'GL BATCH ' WS-BATCH-NO ' IS OUT OF BALANCE - '
011250             'DO NOT IMPORT'
011260             DELIMITED BY SIZE INTO GLIFRPT-LINE
011270     END-IF.
011280     WRITE GLIFRPT-LINE.
011290 6400-WRITE-GL-TOTALS-EXIT.
011300     EXIT.
011310
011320 6500-WRITE-TIE-OUT.
011330     MOVE SPACES TO GLIFRPT-LINE.
011340     WRITE GLIFRPT-LINE.
011350
011360     IF NOT WS-VALUHIST-USABLE
011370      OR WS-VH-CURR-DATE = ZERO
011380         MOVE SPACES TO GLIFRPT-LINE
011390         STRING 'NO ITMVALU WAREHOUSE TOTALS ON FILE - '
011400             'TIE-OUT NOT DONE'
011410             DELIMITED BY SIZE INTO GLIFRPT-LINE
011420         WRITE GLIFRPT-LINE
011430         GO TO 6500-WRITE-TIE-OUT-EXIT
011440     END-IF.
011450
011460     MOVE SPACES TO GLIFRPT-LINE.
011470     STRING 'TIE-OUT TO ITMVALU WAREHOUSE TOTALS OF '
011480         WS-VH-PRIOR-DATE ' AND ' WS-VH-CURR-DATE
011490         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011500     WRITE GLIFRPT-LINE.
011510
011520     MOVE SPACES TO GLIFRPT-LINE.
011530     STRING 'WH        PRIOR VALUE      GL ADJUSTMENT'
011540         '      CURRENT VALUE     OTHER MOVEMENT'
011550         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011560     WRITE GLIFRPT-LINE.
011570
011580     PERFORM 6510-WRITE-ONE-TIE-LINE
011590         THRU 6510-WRITE-ONE-TIE-LINE-EXIT
011600         VARYING WS-WH-IX FROM 1 BY 1
011610         UNTIL WS-WH-IX > WS-WHSE-COUNT.
011620
011630     MOVE SPACES TO GLIFRPT-LINE.
011640     WRITE GLIFRPT-LINE.
011650
011660     MOVE WS-TOT-PRIOR-VALUE TO WS-EDIT-TOTAL.
011670     MOVE SPACES TO GLIFRPT-LINE.
011680     STRING 'TOTAL PRIOR VALUE ................ ' WS-EDIT-TOTAL
011690         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011700     WRITE GLIFRPT-LINE.
011710
011720     MOVE WS-TOT-NET-EFFECT TO WS-EDIT-TOTAL.
011730     MOVE SPACES TO GLIFRPT-LINE.
011740     STRING 'TOTAL GL ADJUSTMENT .............. ' WS-EDIT-TOTAL
011750         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011760     WRITE GLIFRPT-LINE.
011770
011780     MOVE WS-TOT-CURR-VALUE TO WS-EDIT-TOTAL.
011790     MOVE SPACES TO GLIFRPT-LINE.
011800     STRING 'TOTAL CURRENT VALUE .............. ' WS-EDIT-TOTAL
011810         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011820     WRITE GLIFRPT-LINE.
011830
011840     MOVE WS-TOT-OTHER-MOVEMENT TO WS-EDIT-TOTAL.
011850     MOVE SPACES TO GLIFRPT-LINE.
011860     STRING 'TOTAL OTHER MOVEMENT ............. ' WS-EDIT-TOTAL
011870         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011880     WRITE GLIFRPT-LINE.
011890
011900     MOVE SPACES TO GLIFRPT-LINE.
011910     WRITE GLIFRPT-LINE.
011920     MOVE SPACES TO GLIFRPT-LINE.
011930     STRING 'OTHER MOVEMENT = CURRENT - PRIOR - GL ADJUSTMENT:  '
011940         'QUANTITY'
011950         DELIMITED BY SIZE INTO GLIFRPT-LINE.
011960     WRITE GLIFRPT-LINE.
011970     MOVE SPACES TO GLIFRPT-LINE.
011980     STRING 'CHANGES FROM THE FEED, RECEIPTS, COUNTS AND NEW '
011990         'ITEMS, WHICH THIS'
012000         DELIMITED BY SIZE INTO GLIFRPT-LINE.
012010     WRITE GLIFRPT-LINE.
012020     MOVE SPACES TO GLIFRPT-LINE.
012030     STRING 'INTERFACE DOES NOT POST.'
012040         DELIMITED BY SIZE INTO GLIFRPT-LINE.
012050     WRITE GLIFRPT-LINE.
012060 6500-WRITE-TIE-OUT-EXIT.
012070     EXIT.
012080
012090 6510-WRITE-ONE-TIE-LINE.
012100     COMPUTE WS-OTHER-MOVEMENT =
012110         WS-WH-CURR-VALUE (WS-WH-IX)
012120         - WS-WH-PRIOR-VALUE (WS-WH-IX)
012130         - WS-WH-NET-EFFECT (WS-WH-IX).
012140     ADD WS-WH-PRIOR-VALUE (WS-WH-IX) TO WS-TOT-PRIOR-VALUE.
012150     ADD WS-WH-NET-EFFECT (WS-WH-IX)  TO WS-TOT-NET-EFFECT.
012160     ADD WS-WH-CURR-VALUE (WS-WH-IX)  TO WS-TOT-CURR-VALUE.
012170     ADD WS-OTHER-MOVEMENT            TO WS-TOT-OTHER-MOVEMENT.
012180
012190     MOVE WS-WH-PRIOR-VALUE (WS-WH-IX) TO WS-EDIT-PRIOR.
012200     MOVE WS-WH-NET-EFFECT (WS-WH-IX)  TO WS-EDIT-ADJUST.
012210     MOVE WS-WH-CURR-VALUE (WS-WH-IX)  TO WS-EDIT-CURR.
012220     MOVE WS-OTHER-MOVEMENT            TO WS-EDIT-OTHER.
012230     MOVE SPACES TO GLIFRPT-LINE.
012240     STRING WS-WH-CD (WS-WH-IX)
012250         ' ' WS-EDIT-PRIOR
012260         ' ' WS-EDIT-ADJUST
012270         ' ' WS-EDIT-CURR
012280         ' ' WS-EDIT-OTHER
012290         DELIMITED BY SIZE INTO GLIFRPT-LINE.
012300     WRITE GLIFRPT-LINE.
012310 6510-WRITE-ONE-TIE-LINE-EXIT.
012320     EXIT.
012330*
012340*****************************************************************
012350*    7000 SERIES  --  BATCH WINDOW CONTROL ROW                  *
012360*****************************************************************
012370 7000-SAVE-CONTROL-ROW.
012380*    THE NEXT BATCH STARTS WHERE THIS ONE ENDED.  IF THE ROW
012390*    CANNOT BE SAVED THE NEXT RUN REPEATS THIS BATCH NUMBER
012400*    OVER A WIDER WINDOW, SO THIS FILE MUST NOT BE IMPORTED.
012410     MOVE 'N' TO WS-SAVE-SW.
012420     OPEN I-O ITMRUNCT.
012430     IF WS-ITMRUNCT-STATUS NOT = '00'
012440         SET WS-SAVE-FAILED TO TRUE
012450         GO TO 7000-SAVE-CONTROL-ROW-CHECK
012460     END-IF.
012470     MOVE WS-GLIF-KEY TO RL-RECORD-KEY.
012480     MOVE 'N' TO WS-GLIF-ROW-SW.
012490     READ ITMRUNCT
012500         INVALID KEY
012510             CONTINUE
012520         NOT INVALID KEY
012530             SET WS-GLIF-ROW-FOUND TO TRUE
012540     END-READ.
012550     MOVE SPACES        TO RUNCTL-RECORD.
012560     MOVE WS-GLIF-KEY   TO RL-RECORD-KEY.
012570     SET RL-GLIF-REC    TO TRUE.
012580     MOVE WS-BATCH-NO   TO RL-GLIF-BATCH-NO.
012590     MOVE WS-FROM-DATE  TO RL-GLIF-FROM-DATE.
012600     MOVE WS-FROM-TIME  TO RL-GLIF-FROM-TIME.
012610     MOVE WS-TO-DATE    TO RL-GLIF-TO-DATE.
012620     MOVE WS-TO-TIME    TO RL-GLIF-TO-TIME.
012630     MOVE WS-CURR-DATE  TO RL-GLIF-RUN-DATE.
012640     IF WS-GLIF-ROW-FOUND
012650         REWRITE RUNCTL-RECORD
012660             INVALID KEY
012670                 SET WS-SAVE-FAILED TO TRUE
012680         END-REWRITE
012690     ELSE
012700         WRITE RUNCTL-RECORD
012710             INVALID KEY
012720                 SET WS-SAVE-FAILED TO TRUE
012730         END-WRITE
012740     END-IF.
012750     CLOSE ITMRUNCT.
012760
012770 7000-SAVE-CONTROL-ROW-CHECK.
012780     IF WS-SAVE-FAILED
012790         DISPLAY 'ITMGLIF - UNABLE TO SAVE THE GL BATCH WINDOW, '
012800             'ITMRUNCT STATUS = ' WS-ITMRUNCT-STATUS
012810         DISPLAY 'ITMGLIF - DO NOT IMPORT GL BATCH ' WS-BATCH-NO
012820             '; RERUN ONCE ITMRUNCT IS PUT RIGHT'
012830         MOVE 16 TO RETURN-CODE
012840     ELSE
012850         DISPLAY 'ITMGLIF - GL BATCH ' WS-BATCH-NO ' WRITTEN, '
012860             WS-GL-LINE-COUNT ' LINES'
012870     END-IF.
012880 7000-SAVE-CONTROL-ROW-EXIT.
012890     EXIT.
012900*
012910*****************************************************************
012920*    8000 SERIES  --  WAREHOUSE TABLE                           *
012930*****************************************************************
012940 8000-POST-EFFECT.
012950*    ADDS WS-EFFECT-VALUE TO WAREHOUSE WS-LOOK-WHSE-CD UNDER
012960*    REASON WS-RSN-IX.  A ZERO EFFECT IS STILL COUNTED.
012970     PERFORM 8100-LOCATE-WHSE THRU 8100-LOCATE-WHSE-EXIT.
012980     IF WS-ABNORMAL-RUN
012990         GO TO 8000-POST-EFFECT-EXIT
013000     END-IF.
013010     ADD 1 TO WS-WR-COUNT (WS-WH-POS, WS-RSN-IX).
013020     ADD WS-EFFECT-VALUE TO WS-WR-VALUE (WS-WH-POS, WS-RSN-IX).
013030     ADD WS-EFFECT-VALUE TO WS-WH-NET-EFFECT (WS-WH-POS).
013040 8000-POST-EFFECT-EXIT.
013050     EXIT.
013060
013070 8100-LOCATE-WHSE.
013080*    SETS WS-WH-POS TO THE ENTRY FOR WS-LOOK-WHSE-CD, SLOTTING
013090*    A NEW ONE INTO WAREHOUSE ORDER IF IT IS NOT THERE YET.
013100*    EVERY CHANGE MUST REACH THE LEDGER, SO A FULL TABLE ENDS
013110*    THE RUN RATHER THAN DROP A WAREHOUSE.
013120     MOVE 'N' TO WS-WHSE-FOUND-SW.
013130     PERFORM 8110-TEST-ONE-WHSE THRU 8110-TEST-ONE-WHSE-EXIT
013140         VARYING WS-WH-IX FROM 1 BY 1
013150         UNTIL WS-WH-IX > WS-WHSE-COUNT
013160            OR WS-WHSE-FOUND.
013170     IF WS-WHSE-FOUND
013180         GO TO 8100-LOCATE-WHSE-EXIT
013190     END-IF.
013200
013210     IF WS-WHSE-COUNT >= WS-MAX-WHSE
013220         DISPLAY 'ITMGLIF - WAREHOUSE TABLE FULL AT '
013230             WS-MAX-WHSE ', WAREHOUSE ' WS-LOOK-WHSE-CD
013240             ' NOT TAKEN - NO BATCH WRITTEN'
013250         SET WS-ABNORMAL-RUN TO TRUE
013260         MOVE 16 TO RETURN-CODE
013270         GO TO 8100-LOCATE-WHSE-EXIT
013280     END-IF.
013290
013300     ADD 1 TO WS-WHSE-COUNT.
013310     MOVE WS-WHSE-COUNT TO WS-WH-POS.
013320     MOVE 'N' TO WS-SLOT-SW.
013330     PERFORM 8120-SHIFT-ONE-SLOT THRU 8120-SHIFT-ONE-SLOT-EXIT
013340         UNTIL WS-SLOT-FOUND.
013350     MOVE WS-LOOK-WHSE-CD TO WS-WH-CD (WS-WH-POS).
013360     MOVE ZERO TO WS-WH-PRIOR-VALUE (WS-WH-POS).
013370     MOVE ZERO TO WS-WH-CURR-VALUE (WS-WH-POS).
013380     MOVE ZERO TO WS-WH-NET-EFFECT (WS-WH-POS).
013390     PERFORM 8130-CLEAR-ONE-REASON THRU 8130-CLEAR-ONE-REASON-EXIT
013400         VARYING WS-RSN-IX FROM 1 BY 1
013410         UNTIL WS-RSN-IX > 4.
013420 8100-LOCATE-WHSE-EXIT.
013430     EXIT.
013440
013450 8110-TEST-ONE-WHSE.
013460     IF WS-WH-CD (WS-WH-IX) = WS-LOOK-WHSE-CD
013470         MOVE WS-WH-IX TO WS-WH-POS
013480         SET WS-WHSE-FOUND TO TRUE
013490     END-IF.
013500 8110-TEST-ONE-WHSE-EXIT.
013510     EXIT.
013520
013530 8120-SHIFT-ONE-SLOT.
013540     IF WS-WH-POS = 1
013550         SET WS-SLOT-FOUND TO TRUE
013560         GO TO 8120-SHIFT-ONE-SLOT-EXIT
013570     END-IF.
013580     IF WS-WH-CD (WS-WH-POS - 1) < WS-LOOK-WHSE-CD
013590         SET WS-SLOT-FOUND TO TRUE
013600         GO TO 8120-SHIFT-ONE-SLOT-EXIT
013610     END-IF.
013620     MOVE WS-WHSE-ENTRY (WS-WH-POS - 1)
013630         TO WS-WHSE-ENTRY (WS-WH-POS).
013640     SUBTRACT 1 FROM WS-WH-POS.
013650 8120-SHIFT-ONE-SLOT-EXIT.
013660     EXIT.
013670
013680 8130-CLEAR-ONE-REASON.
013690     MOVE ZERO TO WS-WR-COUNT (WS-WH-POS, WS-RSN-IX).
013700     MOVE ZERO TO WS-WR-VALUE (WS-WH-POS, WS-RSN-IX).
013710 8130-CLEAR-ONE-REASON-EXIT.
013720     EXIT.
013730*
013740*****************************************************************
013750*    9000 SERIES  --  TERMINATION                               *
013760*****************************************************************
013770 9000-CLOSE-FILES.
013780     CLOSE COSTHIST.
013790     CLOSE ITMJRNL.
013800     IF WS-VALUHIST-USABLE
013810         CLOSE VALUHIST
013820     END-IF.
013830     CLOSE GLJRNL.
013840     CLOSE GLIFRPT.
013850 9000-CLOSE-FILES-EXIT.
013860     EXIT.
