000270*    DATE        BY    DESCRIPTION
000280*    ----------  ----  -----------------------------------------
000290*    2026-09-03  DRO   ORIGINAL VERSION.
000300*    2026-10-15  DRO   RECEIPTS (ITMPRCV) AND COUNT POSTINGS
000310*                      (ITMCYCL) NOW JOURNAL UNDER THEIR OWN
000320*                      ACTION CODES AND ARE NAMED RECEIPT AND
000330*                      COUNT ON THE REPORT.  THEY ARE STILL
000340*                      COUNTED WITH THE UPDATES.
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL ITMJRNL ASSIGN TO 'ITMJRNL'
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-ITMJRNL-STATUS.
000450
000460     SELECT JRNLRPT ASSIGN TO 'JRNLRPT'
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-JRNLRPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ITMJRNL
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550     COPY ITMJRNL.
000560
000570 FD  JRNLRPT
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  JRNLRPT-LINE                PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-FILE-STATUSES.
000640     05  WS-ITMJRNL-STATUS       PIC X(02) VALUE '00'.
000650     05  WS-JRNLRPT-STATUS       PIC X(02) VALUE '00'.
000660
000670 01  WS-SWITCHES.
000680     05  WS-JRNL-EOF-SW          PIC X(01) VALUE 'N'.
000690         88  WS-JRNL-EOF                 VALUE 'Y'.
000700     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
000710         88  WS-ABNORMAL-RUN             VALUE 'Y'.
000720
000730 01  WS-CURRENT-DATE-TIME.
000740     05  WS-CURR-DATE            PIC 9(08).
000750     05  WS-CURR-TIME.
000760         10  WS-CURR-HH          PIC 9(02).
000770         10  WS-CURR-MN          PIC 9(02).
000780         10  WS-CURR-SS          PIC 9(02).
000790         10  WS-CURR-HS          PIC 9(02).
000800
000810*    THE JOURNAL IMAGE FIELDS HOLD A COMPLETE ITEMTAB-RECORD
000820*    (SEE ITMJRNL/ITMTABR).  THE IMAGES ARE OVERLAID ON THIS
000830*    FIELD MAP SO EACH BUSINESS FIELD CAN BE COMPARED ON ITS
000840*    OWN - THE FIELDS ARE CARRIED AS DISPLAY BYTES, NOT EDITED,
000850*    BECAUSE ONLY EQUAL-OR-NOT MATTERS HERE.
000860 01  WS-IMAGE-WORK.
000870     05  WS-BEF-IMAGE.
000880         10  WS-BEF-KEY          PIC X(05).
000890         10  WS-BEF-DESC         PIC X(20).
000900         10  WS-BEF-COST         PIC X(07).
000910         10  WS-BEF-QTY          PIC X(05).
000920         10  WS-BEF-REORDER      PIC X(05).
000930         10  WS-BEF-VENDOR       PIC X(05).
000940         10  WS-BEF-WHSE         PIC X(02).
000950         10  FILLER              PIC X(06).
000960         10  WS-BEF-STATUS       PIC X(01).
000970         10  WS-BEF-LOAD-DATE    PIC X(08).
000980     05  WS-AFT-IMAGE.
000990         10  WS-AFT-KEY          PIC X(05).
001000         10  WS-AFT-DESC         PIC X(20).
001010         10  WS-AFT-COST         PIC X(07).
001020         10  WS-AFT-QTY          PIC X(05).
001030         10  WS-AFT-REORDER      PIC X(05).
001040         10  WS-AFT-VENDOR       PIC X(05).
001050         10  WS-AFT-WHSE         PIC X(02).
001060         10  FILLER              PIC X(06).
001070         10  WS-AFT-STATUS       PIC X(01).
001080         10  WS-AFT-LOAD-DATE    PIC X(08).
001090
001100 01  WS-CHANGED-TEXT             PIC X(36) VALUE SPACES.
001110 01  WS-ACTION-TEXT              PIC X(07) VALUE SPACES.
001120
001130 77  WS-CHG-PTR                  PIC 9(03) COMP VALUE ZERO.
001140 77  WS-RECORDS-READ             PIC 9(05) VALUE ZERO.
001150 77  WS-UPDATE-COUNT             PIC 9(05) VALUE ZERO.
001160 77  WS-BACKOUT-COUNT            PIC 9(05) VALUE ZERO.
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
001270     PERFORM 2000-REPORT-LOOP THRU 2000-REPORT-LOOP-EXIT
001280         UNTIL WS-JRNL-EOF.
001290
001300     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT.
001310     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001320     GO TO 9999-EXIT.
001330
001340 9900-ABEND-EXIT.
001350     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
001360
001370 9999-EXIT.
001380     STOP RUN.
001390*
001400*****************************************************************
001410*    1000 SERIES  --  RUN INITIALIZATION                        *
001420*****************************************************************
001430 1000-INITIALIZE-RUN.
001440     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001450     ACCEPT WS-CURR-TIME FROM TIME.
001460
001470     OPEN OUTPUT JRNLRPT.
001480     IF WS-JRNLRPT-STATUS NOT = '00'
001490         DISPLAY 'ITMJRPT - UNABLE TO OPEN JRNLRPT, STATUS = '
001500             WS-JRNLRPT-STATUS
001510         SET WS-ABNORMAL-RUN TO TRUE
001520         MOVE 16 TO RETURN-CODE
001530         GO TO 1000-INITIALIZE-RUN-EXIT
001540     END-IF.
001550
001560     OPEN INPUT ITMJRNL.
001570     IF WS-ITMJRNL-STATUS NOT = '00' AND
001580        WS-ITMJRNL-STATUS NOT = '05'
001590         DISPLAY 'ITMJRPT - UNABLE TO OPEN ITMJRNL, STATUS = '
001600             WS-ITMJRNL-STATUS
001610         SET WS-ABNORMAL-RUN TO TRUE
001620         MOVE 16 TO RETURN-CODE
001630         GO TO 1000-INITIALIZE-RUN-EXIT
001640     END-IF.
001650
001660     PERFORM 4000-WRITE-RPT-HEADER
001670         THRU 4000-WRITE-RPT-HEADER-EXIT.
001680 1000-INITIALIZE-RUN-EXIT.
001690     EXIT.
001700*
001710*****************************************************************
001720*    2000 SERIES  --  JOURNAL REPORT LOOP                       *
001730*****************************************************************
001740 2000-REPORT-LOOP.
001750     READ ITMJRNL
001760         AT END
001770             SET WS-JRNL-EOF TO TRUE
001780             GO TO 2000-REPORT-LOOP-EXIT
001790     END-READ.
001800*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
001810     IF WS-ITMJRNL-STATUS NOT = '00'
001820         SET WS-JRNL-EOF TO TRUE
001830         GO TO 2000-REPORT-LOOP-EXIT
001840     END-IF.
001850     ADD 1 TO WS-RECORDS-READ.
001860
001870     IF JR-ACTION-BACKOUT
001880         ADD 1 TO WS-BACKOUT-COUNT
001890         MOVE 'BACKOUT' TO WS-ACTION-TEXT
001900     ELSE
001910         ADD 1 TO WS-UPDATE-COUNT
001920         IF JR-ACTION-RECEIPT
001930             MOVE 'RECEIPT' TO WS-ACTION-TEXT
001940         ELSE
001950             IF JR-ACTION-COUNT
001960                 MOVE 'COUNT  ' TO WS-ACTION-TEXT
001970             ELSE
001980                 MOVE 'UPDATE ' TO WS-ACTION-TEXT
001990             END-IF
002000         END-IF
002010     END-IF.
002020
002030     MOVE JR-BEFORE-IMAGE TO WS-BEF-IMAGE.
002040     MOVE JR-AFTER-IMAGE  TO WS-AFT-IMAGE.
002050     PERFORM 2100-NAME-CHANGED-FIELDS
002060         THRU 2100-NAME-CHANGED-FIELDS-EXIT.
002070
002080     MOVE SPACES TO JRNLRPT-LINE.
002090     STRING JR-EVENT-DATE ' ' JR-EVENT-TIME
002100         ' ' JR-OPERATOR-ID
002110         ' ' JR-ITEM-KEY
002120         ' ' WS-ACTION-TEXT
002130         ' ' WS-CHANGED-TEXT
002140         DELIMITED BY SIZE INTO JRNLRPT-LINE.
002150     WRITE JRNLRPT-LINE.
002160 2000-REPORT-LOOP-EXIT.
002170     EXIT.
002180
002190 2100-NAME-CHANGED-FIELDS.
002200*    BUILDS A SHORT LIST OF THE BUSINESS FIELDS THAT DIFFER
002210*    BETWEEN THE TWO IMAGES.  THE STATUS BYTE AND LOAD DATE
002220*    ARE BOOKKEEPING, NOT OPERATOR CHANGES, SO THEY ARE NOT
002230*    NAMED.  A RECORD WHOSE IMAGES MATCH ON EVERY BUSINESS
002240*    FIELD (A REWRITE THAT KEPT EVERY VALUE) SAYS SO.
002250     MOVE SPACES TO WS-CHANGED-TEXT.
002260     MOVE 1 TO WS-CHG-PTR.
002270     IF WS-BEF-DESC NOT = WS-AFT-DESC
002280         STRING 'DESC ' DELIMITED BY SIZE
002290             INTO WS-CHANGED-TEXT
002300             WITH POINTER WS-CHG-PTR
002310     END-IF.
002320     IF WS-BEF-COST NOT = WS-AFT-COST
002330         STRING 'COST ' DELIMITED BY SIZE
002340             INTO WS-CHANGED-TEXT
002350             WITH POINTER WS-CHG-PTR
002360     END-IF.
002370     IF WS-BEF-QTY NOT = WS-AFT-QTY
002380         STRING 'ONHAND ' DELIMITED BY SIZE
002390             INTO WS-CHANGED-TEXT
002400             WITH POINTER WS-CHG-PTR
002410     END-IF.
002420     IF WS-BEF-REORDER NOT = WS-AFT-REORDER
002430         STRING 'REORDER ' DELIMITED BY SIZE
002440             INTO WS-CHANGED-TEXT
002450             WITH POINTER WS-CHG-PTR
002460     END-IF.
002470     IF WS-BEF-VENDOR NOT = WS-AFT-VENDOR
002480         STRING 'VENDOR ' DELIMITED BY SIZE
002490             INTO WS-CHANGED-TEXT
002500             WITH POINTER WS-CHG-PTR
002510     END-IF.
002520     IF WS-BEF-WHSE NOT = WS-AFT-WHSE
002530         STRING 'WHSE ' DELIMITED BY SIZE
002540             INTO WS-CHANGED-TEXT
002550             WITH POINTER WS-CHG-PTR
002560     END-IF.
002570     IF WS-CHANGED-TEXT = SPACES
002580         MOVE 'NO FIELD CHANGE' TO WS-CHANGED-TEXT
002590     END-IF.
002600 2100-NAME-CHANGED-FIELDS-EXIT.
002610     EXIT.
002620*
002630*****************************************************************
002640*    3000 SERIES  --  REPORT TOTALS                             *
002650*****************************************************************
002660 3000-WRITE-TOTALS.
002670     MOVE SPACES TO JRNLRPT-LINE.
002680     WRITE JRNLRPT-LINE.
002690
002700     MOVE SPACES TO JRNLRPT-LINE.
002710     STRING 'RECORDS REPORTED ......... ' WS-RECORDS-READ
002720         DELIMITED BY SIZE INTO JRNLRPT-LINE.
002730     WRITE JRNLRPT-LINE.
002740
002750     MOVE SPACES TO JRNLRPT-LINE.
002760     STRING 'UPDATES .................. ' WS-UPDATE-COUNT
002770         DELIMITED BY SIZE INTO JRNLRPT-LINE.
002780     WRITE JRNLRPT-LINE.
002790
002800     MOVE SPACES TO JRNLRPT-LINE.
002810     STRING 'BACKOUTS ................. ' WS-BACKOUT-COUNT
002820         DELIMITED BY SIZE INTO JRNLRPT-LINE.
002830     WRITE JRNLRPT-LINE.
002840 3000-WRITE-TOTALS-EXIT.
002850     EXIT.
002860
002870 4000-WRITE-RPT-HEADER.
002880     MOVE SPACES TO JRNLRPT-LINE.
002890     STRING 'ITMJRPT  DAILY CORRECTION-ACTIVITY REPORT'
002900         DELIMITED BY SIZE INTO JRNLRPT-LINE.
002910     WRITE JRNLRPT-LINE.
002920
002930     MOVE SPACES TO JRNLRPT-LINE.
002940     STRING 'RUN DATE: ' WS-CURR-DATE
002950         DELIMITED BY SIZE INTO JRNLRPT-LINE.
002960     WRITE JRNLRPT-LINE.
002970
002980     MOVE SPACES TO JRNLRPT-LINE.
002990     STRING 'DATE     TIME   OPERATOR KEY   ACTION  '
003000         'FIELDS CHANGED'
003010         DELIMITED BY SIZE INTO JRNLRPT-LINE.
003020     WRITE JRNLRPT-LINE.
003030 4000-WRITE-RPT-HEADER-EXIT.
003040     EXIT.
003050*
003060*****************************************************************
003070*    9000 SERIES  --  TERMINATION                               *
003080*****************************************************************
003090 9000-CLOSE-FILES.
003100     CLOSE ITMJRNL.
003110     CLOSE JRNLRPT.
003120 9000-CLOSE-FILES-EXIT.
003130     EXIT.
