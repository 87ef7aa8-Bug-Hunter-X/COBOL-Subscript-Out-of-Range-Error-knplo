001530*                      EXTENDED) SO THE NEW ITMRAGE REPORT CAN
001540*                      MATCH REJECTS ACROSS RUNS.  LRECL GROWS;
001550*                      START THE TRAIL ON A NEW GENERATION.
001560*    2026-10-15  DRO   EVERY VALID DETAIL NOW ALSO WRITES ITS
001570*                      CENTER'S ON-HAND, REORDER POINT AND
001580*                      WAREHOUSE TO THE NEW STKLOC STOCK-BY-
001590*                      LOCATION FILE (ITMLOCR COPYBOOK), KEYED
001600*                      ON ITEM AND SOURCE CENTER, WITH A
001610*                      NETWORK TOTAL ROW PER ITEM.  AN ITEM
001620*                      SUPERSEDED BY A HIGHER-PRIORITY CENTER
001630*                      IS STILL RECORDED THERE, SO ITS STOCK
001640*                      IS NO LONGER INVISIBLE TO THE BUYERS.
001650*    2026-10-15  DRO   9999-EXIT ENDS WITH GOBACK INSTEAD OF
001660*                      STOP RUN, SO THE NEW ITMSTRM NIGHTLY
001670*                      STREAM DRIVER CAN CALL THIS PROGRAM AS
001680*                      A STEP AND READ ITS RETURN CODE.  RUN
001690*                      ON ITS OWN IT ENDS EXACTLY AS BEFORE.
001700*    2026-10-15  DRO   EVERY UNIT COST THE LOAD CHANGES - A
001710*                      REPRICED ITEM, A NEW ITEM, A MAINTENANCE
001720*                      ADD OR CHANGE - NOW WRITES A RECORD TO
001730*                      THE NEW COSTHIST COST HISTORY FILE
001740*                      (ITMCSTR COPYBOOK) WITH THE OLD AND NEW
001750*                      COST, SO THE COST CARRIED ON ANY PAST
001760*                      DATE CAN BE SHOWN.  THE CONTROL REPORT
001770*                      GAINS A COST CHANGES RECORDED LINE.
001780*    2026-10-15  DRO   A ROW DROPPED BY THE FULL REFRESH, OR
001790*                      TAKEN OFF BY A MAINTENANCE DELETE, IS NOW
001800*                      ARCHIVED TO THE NEW ITEMARC FILE (ITMARCR
001810*                      COPYBOOK) WITH ITS LAST DATA, THE DROP
001820*                      DATE AND THE CENTER THAT LAST SENT IT.
001830*                      AN INCOMING KEY THAT IS ARCHIVED, OR THAT
001840*                      ITMINQ HAS MARKED DISCONTINUED OR
001850*                      OBSOLETE, IS LOADED AS BEFORE BUT LISTED
001860*                      ON THE CONTROL REPORT.
001870*    2026-10-15  DRO   ITEMTAB NOW CARRIES ALTERNATE KEYS ON THE
001880*                      VENDOR, WAREHOUSE AND DESCRIPTION FOR THE
001890*                      ITMINQ BROWSE.  THE SELECT DECLARES THEM
001900*                      SO THIS PROGRAM OPENS THE FILE WITH THE
001910*                      SAME KEYS AS EVERY OTHER.  NO LOGIC CHANGE.
001920*
001930 ENVIRONMENT DIVISION.
001940 CONFIGURATION SECTION.
001950 SOURCE-COMPUTER.  IBM-370.
001960 OBJECT-COMPUTER.  IBM-370.
001970 INPUT-OUTPUT SECTION.
001980 FILE-CONTROL.
001990     SELECT OPTIONAL ITEMMST1 ASSIGN TO 'ITEMMST1'
002000         ORGANIZATION IS SEQUENTIAL
002010         FILE STATUS IS WS-ITEMMST1-STATUS.
002020
002030     SELECT OPTIONAL ITEMMST2 ASSIGN TO 'ITEMMST2'
002040         ORGANIZATION IS SEQUENTIAL
002050         FILE STATUS IS WS-ITEMMST2-STATUS.
002060
002070     SELECT OPTIONAL ITEMMST3 ASSIGN TO 'ITEMMST3'
002080         ORGANIZATION IS SEQUENTIAL
002090         FILE STATUS IS WS-ITEMMST3-STATUS.
002100
002110     SELECT ITEMOUT ASSIGN TO 'ITEMOUT'
002120         ORGANIZATION IS SEQUENTIAL
002130         FILE STATUS IS WS-ITEMOUT-STATUS.
002140
002150     SELECT ITEMDLT ASSIGN TO 'ITEMDLT'
002160         ORGANIZATION IS SEQUENTIAL
002170         FILE STATUS IS WS-ITEMDLT-STATUS.
002180
002190     SELECT ITEMRCYO ASSIGN TO 'ITEMRCYO'
002200         ORGANIZATION IS SEQUENTIAL
002210         FILE STATUS IS WS-ITEMRCYO-STATUS.
002220
002230     SELECT ITEMSUSP ASSIGN TO 'ITEMSUSP'
002240         ORGANIZATION IS SEQUENTIAL
002250         FILE STATUS IS WS-ITEMSUSP-STATUS.
002260
002270     SELECT SUSPRPT ASSIGN TO 'SUSPRPT'
002280         ORGANIZATION IS SEQUENTIAL
002290         FILE STATUS IS WS-SUSPRPT-STATUS.
002300
002310     SELECT OPTIONAL ITEMRCYI ASSIGN TO 'ITEMRCYI'
002320         ORGANIZATION IS SEQUENTIAL
002330         FILE STATUS IS WS-ITEMRCYI-STATUS.
002340
002350     SELECT OPTIONAL VENDMST ASSIGN TO 'VENDMST'
002360         ORGANIZATION IS SEQUENTIAL
002370         FILE STATUS IS WS-VENDMST-STATUS.
002380
002390     SELECT OPTIONAL ITEMTAB ASSIGN TO 'ITEMTAB'
002400         ORGANIZATION IS INDEXED
002410         ACCESS MODE IS DYNAMIC
002420         RECORD KEY IS IT-ITEM-KEY
002430         ALTERNATE RECORD KEY IS IT-VENDOR-NO
002440             WITH DUPLICATES
002450         ALTERNATE RECORD KEY IS IT-WAREHOUSE-CD
002460             WITH DUPLICATES
002470         ALTERNATE RECORD KEY IS IT-ITEM-DESC
002480             WITH DUPLICATES
002490         FILE STATUS IS WS-ITEMTAB-STATUS.
002500 
002510     SELECT OPTIONAL ITEMCKPT ASSIGN TO 'ITEMCKPT'
002520         ORGANIZATION IS SEQUENTIAL
002530         FILE STATUS IS WS-ITEMCKPT-STATUS.
002540 
002550     SELECT ITEMEXC ASSIGN TO 'ITEMEXC'
002560         ORGANIZATION IS SEQUENTIAL
002570         FILE STATUS IS WS-ITEMEXC-STATUS.
002580 
002590     SELECT ITEMRPT ASSIGN TO 'ITEMRPT'
002600         ORGANIZATION IS SEQUENTIAL
002610         FILE STATUS IS WS-ITEMRPT-STATUS.
002620 
002630     SELECT OPTIONAL ITMAUDIT ASSIGN TO 'ITMAUDIT'
002640         ORGANIZATION IS SEQUENTIAL
002650         FILE STATUS IS WS-ITMAUDIT-STATUS.
002660
002670     SELECT OPTIONAL ITMRUNCT ASSIGN TO 'ITMRUNCT'
002680         ORGANIZATION IS INDEXED
002690         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS RL-RECORD-KEY
002710         FILE STATUS IS WS-ITMRUNCT-STATUS.
002720
002730*    STKLOC IS OPTIONAL FOR THE SAME REASON ITMRUNCT IS - A
002740*    MISSING STOCK-BY-LOCATION FILE IS REPORTED, NOT FATAL.
002750     SELECT OPTIONAL STKLOC ASSIGN TO 'STKLOC'
002760         ORGANIZATION IS INDEXED
002770         ACCESS MODE IS DYNAMIC
002780         RECORD KEY IS SL-LOC-KEY
002790         FILE STATUS IS WS-STKLOC-STATUS.
002800
002810*    COSTHIST IS OPTIONAL FOR THE SAME REASON - A COST HISTORY
002820*    FILE THAT CANNOT BE OPENED IS REPORTED, NOT FATAL.
002830     SELECT OPTIONAL COSTHIST ASSIGN TO 'COSTHIST'
002840         ORGANIZATION IS INDEXED
002850         ACCESS MODE IS DYNAMIC
002860         RECORD KEY IS CH-HIST-KEY
002870         FILE STATUS IS WS-COSTHIST-STATUS.
002880
002890*    ITEMARC IS OPTIONAL FOR THE SAME REASON - WITHOUT IT THE
002900*    LOAD STILL RUNS, BUT NOTHING IS ARCHIVED OR FLAGGED.
002910     SELECT OPTIONAL ITEMARC ASSIGN TO 'ITEMARC'
002920         ORGANIZATION IS INDEXED
002930         ACCESS MODE IS DYNAMIC
002940         RECORD KEY IS AR-ITEM-KEY
002950         FILE STATUS IS WS-ITEMARC-STATUS.
002960
002970 DATA DIVISION.
002980 FILE SECTION.
002990*    THE THREE DISTRIBUTION CENTER FILES SHARE ONE RECORD
003000*    FORMAT; EVERY READ LANDS IN THE COMMON ITEMMAST-RECORD
003010*    AREA IN WORKING STORAGE (SEE 2010-READ-CURRENT-SOURCE) SO
003020*    THE EDITS AND THE LOAD PATH ARE BLIND TO WHICH CENTER A
003030*    RECORD CAME FROM.
003040 FD  ITEMMST1
003050     RECORDING MODE IS F
003060     LABEL RECORDS ARE STANDARD.
003070 01  ITEMMST1-RECORD             PIC X(51).
003080
003090 FD  ITEMMST2
003100     RECORDING MODE IS F
003110     LABEL RECORDS ARE STANDARD.
003120 01  ITEMMST2-RECORD             PIC X(51).
003130
003140 FD  ITEMMST3
003150     RECORDING MODE IS F
003160     LABEL RECORDS ARE STANDARD.
003170 01  ITEMMST3-RECORD             PIC X(51).
003180
003190 FD  ITEMOUT
003200     RECORDING MODE IS F
003210     LABEL RECORDS ARE STANDARD.
003220     COPY ITMOUTR.
003230
003240 FD  ITEMDLT
003250     RECORDING MODE IS F
003260     LABEL RECORDS ARE STANDARD.
003270     COPY ITMDLTR.
003280
003290 FD  ITEMRCYO
003300     RECORDING MODE IS F
003310     LABEL RECORDS ARE STANDARD.
003320 01  ITEMRCYO-RECORD.
003330     05  RC-RECORD-TYPE          PIC X(01).
003340     05  RC-ITEM-KEY             PIC 9(05).
003350     05  RC-ITEM-DATA            PIC X(44).
003360     05  RC-ACTION-CODE          PIC X(01).
003370     05  RC-REJECT-REASON        PIC X(48).
003380
003390 FD  ITEMSUSP
003400     RECORDING MODE IS F
003410     LABEL RECORDS ARE STANDARD.
003420     COPY ITMSUSR.
003430
003440 FD  SUSPRPT
003450     RECORDING MODE IS F
003460     LABEL RECORDS ARE STANDARD.
003470 01  SUSPRPT-LINE                PIC X(80).
003480
003490 FD  ITEMRCYI
003500     RECORDING MODE IS F
003510     LABEL RECORDS ARE STANDARD.
003520 01  ITEMRCYI-RECORD.
003530     05  RI-RECORD-TYPE          PIC X(01).
003540         88  RI-DETAIL-REC               VALUE 'D'.
003550     05  RI-ITEM-KEY             PIC 9(05).
003560     05  RI-ITEM-DATA            PIC X(44).
003570     05  RI-ACTION-CODE          PIC X(01).
003580     05  RI-REJECT-REASON        PIC X(48).
003590
003600 FD  VENDMST
003610     RECORDING MODE IS F
003620     LABEL RECORDS ARE STANDARD.
003630     COPY ITMVENR.
003640
003650 FD  ITEMTAB
003660     LABEL RECORDS ARE STANDARD.
003670     COPY ITMTABR.
003680 
003690 FD  ITEMCKPT
003700     RECORDING MODE IS F
003710     LABEL RECORDS ARE STANDARD.
003720 01  ITEMCKPT-RECORD.
003730     05  CK-LAST-COUNT           PIC 9(05).
003740     05  CK-LAST-ITEM-KEY        PIC 9(05).
003750     05  CK-RUN-DATE             PIC 9(08).
003760     05  CK-RUN-TIME             PIC 9(06).
003770     05  CK-ATTEMPTED-COUNT      PIC 9(05).
003780     05  CK-REJECTED-COUNT       PIC 9(05).
003790     05  CK-SOURCE-NO            PIC 9(01).
003800     05  CK-SOURCE-COUNTS OCCURS 3 TIMES.
003810         10  CK-SRC-ATTEMPTED    PIC 9(05).
003820         10  CK-SRC-LOADED       PIC 9(05).
003830         10  CK-SRC-REJECTED     PIC 9(05).
003840         10  CK-SRC-SUPERSEDED   PIC 9(05).
003850 
003860 FD  ITEMEXC
003870     RECORDING MODE IS F
003880     LABEL RECORDS ARE STANDARD.
003890 01  ITEMEXC-LINE.
003900     05  EXC-DATE                PIC X(10).
003910     05  FILLER                  PIC X(02).
003920     05  EXC-TIME                PIC X(08).
003930     05  FILLER                  PIC X(02).
003940     05  EXC-ITEM-KEY            PIC X(05).
003950     05  FILLER                  PIC X(02).
003960     05  EXC-SUBSCRIPT           PIC X(05).
003970     05  FILLER                  PIC X(02).
003980     05  EXC-REASON              PIC X(48).
003990 
004000 FD  ITEMRPT
004010     RECORDING MODE IS F
004020     LABEL RECORDS ARE STANDARD.
004030 01  ITEMRPT-LINE                PIC X(80).
004040 
004050 FD  ITMAUDIT
004060     RECORDING MODE IS F
004070     LABEL RECORDS ARE STANDARD.
004080     COPY ITMAUDR.
004090
004100 FD  ITMRUNCT
004110     LABEL RECORDS ARE STANDARD.
004120     COPY ITMRUNC.
004130
004140 FD  STKLOC
004150     LABEL RECORDS ARE STANDARD.
004160     COPY ITMLOCR.
004170
004180 FD  COSTHIST
004190     LABEL RECORDS ARE STANDARD.
004200     COPY ITMCSTR.
004210
004220 FD  ITEMARC
004230     LABEL RECORDS ARE STANDARD.
004240     COPY ITMARCR.
004250
004260 WORKING-STORAGE SECTION.
004270 COPY ITMTBL.
004280 COPY ITMVTBL.
004290
004300*    COMMON RECORD AREA FOR WHICHEVER SOURCE FILE IS CURRENT.
004310 01  ITEMMAST-RECORD.
004320     05  IM-RECORD-TYPE          PIC X(01).
004330         88  IM-HEADER-REC               VALUE 'H'.
004340         88  IM-DETAIL-REC               VALUE 'D'.
004350     05  IM-RECORD-BODY          PIC X(49).
004360     05  IM-HEADER-DATA REDEFINES IM-RECORD-BODY.
004370         10  IM-ITEM-COUNT       PIC 9(05).
004380         10  IM-HDR-MODE-CD      PIC X(01).
004390             88  IM-MODE-FULL-REFRESH    VALUES ' ' 'F'.
004400             88  IM-MODE-MAINTENANCE     VALUE 'M'.
004410         10  IM-HDR-TRANSMIT-ID  PIC X(08).
004420         10  FILLER              PIC X(35).
004430     05  IM-DETAIL-DATA REDEFINES IM-RECORD-BODY.
004440         10  IM-ITEM-KEY         PIC 9(05).
004450         10  IM-ITEM-DATA.
004460             15  IM-ITEM-DESC        PIC X(20).
004470             15  IM-UNIT-COST        PIC 9(05)V99.
004480             15  IM-ONHAND-QTY       PIC 9(05).
004490             15  IM-REORDER-POINT    PIC 9(05).
004500             15  IM-VENDOR-NO        PIC 9(05).
004510             15  IM-WAREHOUSE-CD     PIC X(02).
004520     05  IM-ACTION-CODE          PIC X(01).
004530         88  IM-ACTION-ADD               VALUE 'A'.
004540         88  IM-ACTION-CHANGE            VALUE 'C'.
004550         88  IM-ACTION-DELETE            VALUE 'D'.
004560
004570*    ONE ENTRY PER DISTRIBUTION CENTER SOURCE, IN DECLARED
004580*    PRIORITY ORDER - ITEMMST1 OUTRANKS ITEMMST2 OUTRANKS
004590*    ITEMMST3 WHEN TWO CENTERS SEND THE SAME ITEM KEY.
004600 01  WS-SOURCE-AREA.
004610     05  WS-SOURCE-NO            PIC 9(01) VALUE ZERO.
004620     05  WS-SOURCES-PROCESSED    PIC 9(01) VALUE ZERO.
004630     05  WS-SOURCE-ENTRY OCCURS 3 TIMES.
004640         10  WS-SRC-TARGET       PIC 9(05).
004650         10  WS-SRC-ATTEMPTED    PIC 9(05).
004660         10  WS-SRC-LOADED       PIC 9(05).
004670         10  WS-SRC-REJECTED     PIC 9(05).
004680         10  WS-SRC-SUPERSEDED   PIC 9(05).
004690         10  WS-SRC-TRANSMIT-ID  PIC X(08).
004700         10  WS-SRC-STATE-CD     PIC X(01).
004710             88  WS-SRC-PROCESSED        VALUE 'P'.
004720             88  WS-SRC-SKIPPED-DUP      VALUE 'D'.
004730             88  WS-SRC-SKIPPED-MODE     VALUE 'M'.
004740             88  WS-SRC-NO-FILE          VALUE 'N'.
004750
004760 01  WS-SWITCHES.
004770     05  WS-ITEMMAST-EOF-SW      PIC X(01) VALUE 'N'.
004780         88  WS-ITEMMAST-EOF             VALUE 'Y'.
004790     05  WS-LOAD-DONE-SW         PIC X(01) VALUE 'N'.
004800         88  WS-LOAD-DONE                VALUE 'Y'.
004810     05  WS-CKPT-EXISTS-SW       PIC X(01) VALUE 'N'.
004820         88  WS-CKPT-EXISTS              VALUE 'Y'.
004830     05  WS-ITEM-VALID-SW        PIC X(01) VALUE 'Y'.
004840         88  WS-ITEM-IS-VALID             VALUE 'Y'.
004850         88  WS-ITEM-NOT-VALID            VALUE 'N'.
004860     05  WS-DUP-SW               PIC X(01) VALUE 'N'.
004870         88  WS-DUP-FOUND                VALUE 'Y'.
004880         88  WS-DUP-NOT-FOUND            VALUE 'N'.
004890     05  WS-HDR-OVFL-SW          PIC X(01) VALUE 'N'.
004900         88  WS-HEADER-OVERFLOW          VALUE 'Y'.
004910     05  WS-BOUNDS-SW            PIC X(01) VALUE 'Y'.
004920         88  WS-SUBSCRIPT-IN-BOUNDS       VALUE 'Y'.
004930         88  WS-SUBSCRIPT-OUT-OF-BOUNDS   VALUE 'N'.
004940     05  WS-ABEND-SW             PIC X(01) VALUE 'N'.
004950         88  WS-ABNORMAL-RUN              VALUE 'Y'.
004960     05  WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
004970         88  WS-OVERRIDE-FOUND            VALUE 'Y'.
004980         88  WS-OVERRIDE-NOT-FOUND        VALUE 'N'.
004990     05  WS-ROW-FOUND-SW         PIC X(01) VALUE 'N'.
005000         88  WS-ROW-FOUND                 VALUE 'Y'.
005010         88  WS-ROW-NOT-FOUND             VALUE 'N'.
005020     05  WS-ITEMTAB-EOF-SW       PIC X(01) VALUE 'N'.
005030         88  WS-ITEMTAB-EOF               VALUE 'Y'.
005040     05  WS-PRIOR-ROW-SW         PIC X(01) VALUE 'N'.
005050         88  WS-PRIOR-ROW-FOUND           VALUE 'Y'.
005060         88  WS-PRIOR-ROW-NOT-FOUND       VALUE 'N'.
005070     05  WS-PASS-SW              PIC X(01) VALUE 'M'.
005080         88  WS-MAIN-PASS                 VALUE 'M'.
005090         88  WS-RECYCLE-PASS              VALUE 'R'.
005100     05  WS-RECYCIN-EOF-SW       PIC X(01) VALUE 'N'.
005110         88  WS-RECYCIN-EOF               VALUE 'Y'.
005120     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
005130         88  WS-SLOT-FOUND                VALUE 'Y'.
005140     05  WS-RUN-MODE-SW          PIC X(01) VALUE 'F'.
005150         88  WS-FULL-REFRESH-MODE         VALUE 'F'.
005160         88  WS-MAINT-MODE                VALUE 'M'.
005170     05  WS-DUP-TRANSMIT-SW      PIC X(01) VALUE 'N'.
005180         88  WS-DUP-TRANSMIT              VALUE 'Y'.
005190     05  WS-RUNCT-OK-SW          PIC X(01) VALUE 'N'.
005200         88  WS-RUNCT-USABLE              VALUE 'Y'.
005210     05  WS-SUPERSEDE-SW         PIC X(01) VALUE 'N'.
005220         88  WS-ITEM-SUPERSEDED           VALUE 'Y'.
005230     05  WS-COSTHOLD-SW          PIC X(01) VALUE 'N'.
005240         88  WS-COST-HELD                 VALUE 'Y'.
005250     05  WS-MODE-SET-SW          PIC X(01) VALUE 'N'.
005260         88  WS-RUN-MODE-SET              VALUE 'Y'.
005270     05  WS-CKPT-CHECKED-SW      PIC X(01) VALUE 'N'.
005280         88  WS-CKPT-CHECKED              VALUE 'Y'.
005290     05  WS-DLTDEL-SKIP-SW       PIC X(01) VALUE 'N'.
005300         88  WS-DELTA-DEL-SKIPPED         VALUE 'Y'.
005310     05  WS-VENDMST-EOF-SW       PIC X(01) VALUE 'N'.
005320         88  WS-VENDMST-EOF               VALUE 'Y'.
005330     05  WS-VENDVAL-SW           PIC X(01) VALUE 'N'.
005340         88  WS-VENDOR-VAL-ACTIVE         VALUE 'Y'.
005350     05  WS-STKLOC-OK-SW         PIC X(01) VALUE 'N'.
005360         88  WS-STKLOC-USABLE             VALUE 'Y'.
005370     05  WS-LOC-ROW-SW           PIC X(01) VALUE 'N'.
005380         88  WS-LOC-ROW-FOUND             VALUE 'Y'.
005390     05  WS-LOC-TOTAL-SW         PIC X(01) VALUE 'N'.
005400         88  WS-LOC-TOTAL-ON-FILE         VALUE 'Y'.
005410     05  WS-LOC-REPEAT-SW        PIC X(01) VALUE 'N'.
005420         88  WS-LOC-REPEAT                VALUE 'Y'.
005430     05  WS-COSTHIST-OK-SW       PIC X(01) VALUE 'N'.
005440         88  WS-COSTHIST-USABLE           VALUE 'Y'.
005450     05  WS-HIST-DONE-SW         PIC X(01) VALUE 'N'.
005460         88  WS-HIST-DONE                 VALUE 'Y'.
005470     05  WS-ITEMARC-OK-SW        PIC X(01) VALUE 'N'.
005480         88  WS-ITEMARC-USABLE            VALUE 'Y'.
005490     05  WS-ARC-ROW-SW           PIC X(01) VALUE 'N'.
005500         88  WS-ARC-ROW-FOUND             VALUE 'Y'.
005510
005520 01  WS-FILE-STATUSES.
005530     05  WS-ITEMMST1-STATUS      PIC X(02) VALUE '00'.
005540     05  WS-ITEMMST2-STATUS      PIC X(02) VALUE '00'.
005550     05  WS-ITEMMST3-STATUS      PIC X(02) VALUE '00'.
005560     05  WS-ITEMOUT-STATUS       PIC X(02) VALUE '00'.
005570     05  WS-ITEMDLT-STATUS       PIC X(02) VALUE '00'.
005580     05  WS-ITEMRCYO-STATUS      PIC X(02) VALUE '00'.
005590     05  WS-ITEMRCYI-STATUS      PIC X(02) VALUE '00'.
005600     05  WS-ITEMTAB-STATUS       PIC X(02) VALUE '00'.
005610     05  WS-ITEMCKPT-STATUS      PIC X(02) VALUE '00'.
005620     05  WS-ITEMEXC-STATUS       PIC X(02) VALUE '00'.
005630     05  WS-ITEMRPT-STATUS       PIC X(02) VALUE '00'.
005640     05  WS-ITMAUDIT-STATUS      PIC X(02) VALUE '00'.
005650     05  WS-ITMRUNCT-STATUS      PIC X(02) VALUE '00'.
005660     05  WS-VENDMST-STATUS       PIC X(02) VALUE '00'.
005670     05  WS-ITEMSUSP-STATUS      PIC X(02) VALUE '00'.
005680     05  WS-SUSPRPT-STATUS       PIC X(02) VALUE '00'.
005690     05  WS-STKLOC-STATUS        PIC X(02) VALUE '00'.
005700     05  WS-COSTHIST-STATUS      PIC X(02) VALUE '00'.
005710     05  WS-ITEMARC-STATUS       PIC X(02) VALUE '00'.
005720 
005730 01  WS-RECONCILE-AREA.
005740     05  WS-DISCREPANCY-CODE     PIC 9(02) VALUE ZERO.
005750         88  WS-RECON-CLEAN              VALUE 00.
005760         88  WS-RECON-SHORT-LOAD         VALUE 04.
005770         88  WS-RECON-OVERFLOW           VALUE 08.
005780 
005790 01  WS-CURRENT-DATE-TIME.
005800     05  WS-CURR-DATE.
005810         10  WS-CURR-YYYY        PIC 9(04).
005820         10  WS-CURR-MM          PIC 9(02).
005830         10  WS-CURR-DD          PIC 9(02).
005840     05  WS-CURR-TIME.
005850         10  WS-CURR-HH          PIC 9(02).
005860         10  WS-CURR-MN          PIC 9(02).
005870         10  WS-CURR-SS          PIC 9(02).
005880         10  WS-CURR-HS          PIC 9(02).
005890 
005900 01  WS-EVENT-TIMESTAMP.
005910     05  WS-EVT-DATE.
005920         10  WS-EVT-YYYY         PIC 9(04).
005930         10  WS-EVT-MM           PIC 9(02).
005940         10  WS-EVT-DD           PIC 9(02).
005950     05  WS-EVT-TIME.
005960         10  WS-EVT-HH           PIC 9(02).
005970         10  WS-EVT-MN           PIC 9(02).
005980         10  WS-EVT-SS           PIC 9(02).
005990         10  WS-EVT-HS           PIC 9(02).
006000 
006010 01  WS-EDIT-DATE                PIC X(10) VALUE SPACES.
006020 01  WS-EDIT-TIME                PIC X(08) VALUE SPACES.
006030 01  WS-EDIT-PRIOR-COST          PIC ZZ,ZZ9.99.
006040 01  WS-EDIT-NEW-COST            PIC ZZ,ZZ9.99.
006050 01  WS-REJECT-REASON            PIC X(48) VALUE SPACES.
006060
006070*    THE ITEMTAB ROW BEING ARCHIVED BY 3550.  THE CALLER MOVES
006080*    THE WHOLE ROW HERE AND SETS THE DROP REASON FIRST.
006090 01  WS-ARCHIVE-WORK.
006100     05  WS-ARC-ROW              PIC X(64) VALUE SPACES.
006110     05  WS-ARC-ROW-FLDS REDEFINES WS-ARC-ROW.
006120         10  WS-ARC-ITEM-KEY     PIC 9(05).
006130         10  WS-ARC-ITEM-DATA    PIC X(50).
006140         10  WS-ARC-ITEM-STATUS  PIC X(01).
006150         10  WS-ARC-LOAD-DATE    PIC 9(08).
006160     05  WS-ARC-REASON-CD        PIC X(01) VALUE SPACE.
006170
006180*    INCOMING KEYS THAT MATCHED AN ARCHIVED OR DISCONTINUED
006190*    ITEM, FOR THE CONTROL REPORT.  PAST FIFTY THE KEYS ARE
006200*    ONLY COUNTED - ITEMARC ITSELF HOLDS THE FULL STORY.
006210 01  WS-LIFE-FLAG-AREA.
006220     05  WS-LIFE-FLAG-CNT        PIC 9(03) COMP VALUE ZERO.
006230     05  WS-LIFE-FLAG            OCCURS 50 TIMES.
006240         10  WS-LF-ITEM-KEY      PIC 9(05).
006250         10  WS-LF-SOURCE-NO     PIC 9(01).
006260         10  WS-LF-TEXT          PIC X(40).
006270
006280 01  WS-LIFE-FLAG-TEXT           PIC X(40) VALUE SPACES.
006290
006300 77  WS-MAX-TABLE-SIZE           PIC 9(05) VALUE 500.
006310 77  WS-TARGET-COUNT             PIC 9(05) VALUE ZERO.
006320 77  WS-ATTEMPTED-COUNT          PIC 9(05) VALUE ZERO.
006330 77  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
006340 77  WS-START-COUNT              PIC 9(05) VALUE 1.
006350 77  WS-CKPT-INTERVAL            PIC 9(03) VALUE 25.
006360 77  WS-CKPT-QUOTIENT            PIC 9(05) VALUE ZERO.
006370 77  WS-CKPT-REMAINDER           PIC 9(05) VALUE ZERO.
006380 77  WS-RUN-ID                   PIC X(08) VALUE SPACES.
006390 77  WS-PREV-ITEM-KEY            PIC 9(05) VALUE ZERO.
006400 77  WS-EXC-KEY-WORK             PIC 9(05) VALUE ZERO.
006410 77  WS-EXC-SUBSCRIPT-WORK       PIC 9(05) VALUE ZERO.
006420 77  WS-OVERRIDE-DATA            PIC X(50) VALUE SPACES.
006430
006440*    PRIOR ROW IMAGE CAPTURED BY 2410.  THE REDEFINES GIVES THE
006450*    COST-TOLERANCE CHECK IN 2440 STRUCTURED ACCESS TO THE
006460*    PRIOR UNIT COST WITHOUT A SECOND ITEMTAB READ.
006470 01  WS-PRIOR-ITEM-AREA.
006480     05  WS-PRIOR-ITEM-DATA      PIC X(50) VALUE SPACES.
006490     05  WS-PRIOR-ITEM-FLDS REDEFINES WS-PRIOR-ITEM-DATA.
006500         10  WS-PRIOR-ITEM-DESC  PIC X(20).
006510         10  WS-PRIOR-UNIT-COST  PIC 9(05)V99.
006520         10  FILLER              PIC X(23).
006530
006540 77  WS-DELTA-ADD-COUNT          PIC 9(05) VALUE ZERO.
006550 77  WS-DELTA-CHG-COUNT          PIC 9(05) VALUE ZERO.
006560 77  WS-DELTA-DEL-COUNT          PIC 9(05) VALUE ZERO.
006570 77  WS-PRIOR-LOAD-DATE          PIC 9(08) VALUE ZERO.
006580 77  WS-PRIOR-ROW-DATE           PIC 9(08) VALUE ZERO.
006590 77  WS-STORE-POS                PIC 9(05) COMP VALUE ZERO.
006600 77  WS-RECYCLE-OUT-COUNT        PIC 9(05) VALUE ZERO.
006610 77  WS-RECYCLE-IN-COUNT         PIC 9(05) VALUE ZERO.
006620 77  WS-RECYCLE-LOADED-COUNT     PIC 9(05) VALUE ZERO.
006630 77  WS-MAINT-ADD-COUNT          PIC 9(05) VALUE ZERO.
006640 77  WS-MAINT-CHG-COUNT          PIC 9(05) VALUE ZERO.
006650 77  WS-MAINT-DEL-COUNT          PIC 9(05) VALUE ZERO.
006660 77  WS-MAINT-APPLIED-COUNT      PIC 9(05) VALUE ZERO.
006670 77  WS-TRANSMIT-ID              PIC X(08) VALUE SPACES.
006680 77  WS-LOCK-KEY                 PIC X(08) VALUE '*LOCK*'.
006690 77  WS-SRC-IX                   PIC 9(01) VALUE ZERO.
006700 77  WS-CKPT-SOURCE-NO           PIC 9(01) VALUE ZERO.
006710 77  WS-CKPT-LAST-COUNT          PIC 9(05) VALUE ZERO.
006720 77  WS-TARGET-WORK              PIC 9(06) VALUE ZERO.
006730 77  WS-VEND-UNKNOWN-REJ         PIC 9(05) VALUE ZERO.
006740 77  WS-VEN-SUB                  PIC 9(03) VALUE ZERO.
006750*    COST SWINGS PAST THIS PERCENTAGE OF THE PRIOR COST GO TO
006760*    SUSPENSE.  SET FROM THE TWO DECIMAL-SHIFT INCIDENTS THIS
006770*    YEAR - A LEGITIMATE REPRICE HAS NEVER MOVED A COST BY
006780*    HALF IN ONE NIGHT, A SHIFTED DECIMAL ALWAYS DOES.
006790 77  WS-COST-TOL-PCT             PIC 9(03) VALUE 50.
006800 77  WS-COST-DIFF                PIC 9(06)V99 VALUE ZERO.
006810 77  WS-COST-SWING-PCT           PIC 9(05) VALUE ZERO.
006820 77  WS-SUSPENDED-COUNT          PIC 9(05) VALUE ZERO.
006830 77  WS-LOC-ROWS-COUNT           PIC 9(05) VALUE ZERO.
006840 77  WS-LOC-OLD-QTY              PIC 9(07) VALUE ZERO.
006850 77  WS-LOC-OLD-ROP              PIC 9(07) VALUE ZERO.
006860 77  WS-LOC-SRC                  PIC 9(01) VALUE ZERO.
006870 77  WS-COST-CHG-COUNT           PIC 9(05) VALUE ZERO.
006880 77  WS-HIST-OLD-COST            PIC 9(05)V99 VALUE ZERO.
006890 77  WS-ARCHIVED-COUNT           PIC 9(05) VALUE ZERO.
006900 77  WS-LIFE-RETURN-COUNT        PIC 9(05) VALUE ZERO.
006910 77  WS-LIFE-DISC-COUNT          PIC 9(05) VALUE ZERO.
006920 77  WS-LIFE-FLAG-OVER           PIC 9(05) VALUE ZERO.
006930 77  WS-LIFE-SRC                 PIC 9(01) VALUE ZERO.
006940 77  WS-LF-SUB                   PIC 9(03) COMP VALUE ZERO.
006950 
006960 PROCEDURE DIVISION.
006970*
006980 0000-MAINLINE.
006990     PERFORM 1000-INITIALIZE-RUN THRU 1000-INITIALIZE-RUN-EXIT.
007000 
007010     IF WS-ABNORMAL-RUN
007020         GO TO 9900-ABEND-EXIT
007030     END-IF.
007040 
007050     PERFORM 2050-PROCESS-ONE-SOURCE
007060         THRU 2050-PROCESS-ONE-SOURCE-EXIT
007070         VARYING WS-SOURCE-NO FROM 1 BY 1
007080         UNTIL WS-SOURCE-NO > 3.
007090
007100     IF WS-SOURCES-PROCESSED = ZERO
007110         DISPLAY 'ITMLOAD - NO SOURCE FILE COULD BE PROCESSED'
007120         SET WS-ABNORMAL-RUN TO TRUE
007130         IF NOT WS-DUP-TRANSMIT
007140             MOVE 16 TO RETURN-CODE
007150         END-IF
007160*        NOTHING TOUCHED ITEMTAB AND THERE IS NO CHECKPOINT TO
007170*        PROTECT, SO THE LOCK IS RELEASED - HOLDING IT WOULD
007180*        ONLY FREEZE THE CORRECTION PROGRAMS OUT FOR NOTHING.
007190         PERFORM 7100-RELEASE-RUN-CONTROL
007200             THRU 7100-RELEASE-RUN-CONTROL-EXIT
007210         GO TO 9900-ABEND-EXIT
007220     END-IF.
007230
007240*    RECONCILIATION RUNS BEFORE THE DOWNSTREAM OUTPUTS BECAUSE
007250*    THE DELTA DELETE SCAN IS ONLY TRUSTWORTHY ON A CLEAN RUN:
007260*    A SKIPPED, DUPLICATE, OR SHORT SOURCE LEAVES THAT WHOLE
007270*    CENTER'S ROWS UNREWRITTEN, AND REPORTING THEM ALL AS
007280*    DELETES WOULD TELL DOWNSTREAM TO DROP LIVE ITEMS ON
007290*    EXACTLY THE NIGHT THE LOAD WENT WRONG.
007300     PERFORM 4000-RECONCILE-COUNTS
007310         THRU 4000-RECONCILE-COUNTS-EXIT.
007320
007330     IF WS-FULL-REFRESH-MODE
007340         PERFORM 2800-RECYCLE-PASS THRU 2800-RECYCLE-PASS-EXIT
007350         PERFORM 3000-WRITE-ITEMOUT THRU 3000-WRITE-ITEMOUT-EXIT
007360         IF WS-RECON-CLEAN
007370          AND NOT WS-ABNORMAL-RUN
007380             PERFORM 3500-WRITE-DELTA-DELETES
007390                 THRU 3500-WRITE-DELTA-DELETES-EXIT
007400         ELSE
007410             SET WS-DELTA-DEL-SKIPPED TO TRUE
007420         END-IF
007430     END-IF.
007440*    AN ABNORMAL RUN MUST NEITHER TRUNCATE THE CHECKPOINT NOR
007450*    RECORD ITS TRANSMISSIONS - THE CORRECTIVE RERUN OF THE
007460*    SAME FILES HAS TO RESTART FROM THE CHECKPOINT AND PASS
007470*    THE DUPLICATE-TRANSMISSION GUARD.
007480     IF WS-ABNORMAL-RUN
007490         GO TO 9900-ABEND-EXIT
007500     END-IF.
007510     PERFORM 3600-WRITE-DELTA-TRAILER
007520         THRU 3600-WRITE-DELTA-TRAILER-EXIT.
007530     PERFORM 5000-WRITE-SUMMARY-RPT
007540         THRU 5000-WRITE-SUMMARY-RPT-EXIT.
007550     PERFORM 6000-WRITE-AUDIT-TRAIL
007560         THRU 6000-WRITE-AUDIT-TRAIL-EXIT.
007570*    A MAINTENANCE RUN NEVER TOUCHES ITEMCKPT - IT TAKES NO
007580*    CHECKPOINTS OF ITS OWN, AND TRUNCATING HERE COULD THROW
007590*    AWAY THE RESTART POINT OF A CRASHED FULL LOAD.
007600     IF WS-FULL-REFRESH-MODE
007610         PERFORM 7000-INVALIDATE-CHECKPOINT
007620             THRU 7000-INVALIDATE-CHECKPOINT-EXIT
007630     END-IF.
007640     PERFORM 7100-RELEASE-RUN-CONTROL
007650         THRU 7100-RELEASE-RUN-CONTROL-EXIT.
007660     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
007670     GO TO 9999-EXIT.
007680 
007690 9900-ABEND-EXIT.
007700     PERFORM 5000-WRITE-SUMMARY-RPT
007710         THRU 5000-WRITE-SUMMARY-RPT-EXIT.
007720     PERFORM 6000-WRITE-AUDIT-TRAIL
007730         THRU 6000-WRITE-AUDIT-TRAIL-EXIT.
007740     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
007750 
007760 9999-EXIT.
007770     GOBACK.
007780*
007790*****************************************************************
007800*    1000 SERIES  --  RUN INITIALIZATION                        *
007810*****************************************************************
007820 1000-INITIALIZE-RUN.
007830     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
007840     ACCEPT WS-CURR-TIME FROM TIME.
007850     STRING 'R' WS-CURR-HH WS-CURR-MN WS-CURR-SS
007860         DELIMITED BY SIZE INTO WS-RUN-ID.
007870     PERFORM 1050-CLEAR-SOURCE-ENTRY
007880         THRU 1050-CLEAR-SOURCE-ENTRY-EXIT
007890         VARYING WS-SRC-IX FROM 1 BY 1
007900         UNTIL WS-SRC-IX > 3.
007910 
007920*    THE EXCEPTION REPORT, CONTROL REPORT, AND AUDIT TRAIL ARE
007930*    OPENED BEFORE THE SOURCE FILES SO THAT EVEN THE EARLIEST
007940*    ABEND (NO SOURCE WILL OPEN, IS EMPTY, OR HAS NO HEADER)
007950*    CAN STILL PRODUCE A CONTROL REPORT AND AN AUDIT ROW
007960*    INSTEAD OF LEAVING THE OPERATOR A CONSOLE MESSAGE ONLY.
007970     OPEN OUTPUT ITEMEXC.
007980     IF WS-ITEMEXC-STATUS NOT = '00'
007990         DISPLAY 'ITMLOAD - UNABLE TO OPEN ITEMEXC, STATUS = '
008000             WS-ITEMEXC-STATUS
008010         SET WS-ABNORMAL-RUN TO TRUE
008020         MOVE 16 TO RETURN-CODE
008030         GO TO 1000-INITIALIZE-RUN-EXIT
008040     END-IF.
008050     OPEN OUTPUT ITEMRPT.
008060     IF WS-ITEMRPT-STATUS NOT = '00'
008070         DISPLAY 'ITMLOAD - UNABLE TO OPEN ITEMRPT, STATUS = '
008080             WS-ITEMRPT-STATUS
008090         SET WS-ABNORMAL-RUN TO TRUE
008100         MOVE 16 TO RETURN-CODE
008110         GO TO 1000-INITIALIZE-RUN-EXIT
008120     END-IF.
008130     PERFORM 1100-OPEN-AUDIT-TRAIL
008140         THRU 1100-OPEN-AUDIT-TRAIL-EXIT.
008150
008160     OPEN OUTPUT ITEMDLT.
008170     IF WS-ITEMDLT-STATUS NOT = '00'
008180         DISPLAY 'ITMLOAD - UNABLE TO OPEN ITEMDLT, STATUS = '
008190             WS-ITEMDLT-STATUS
008200         SET WS-ABNORMAL-RUN TO TRUE
008210         MOVE 16 TO RETURN-CODE
008220         GO TO 1000-INITIALIZE-RUN-EXIT
008230     END-IF.
008240     OPEN OUTPUT ITEMRCYO.
008250     IF WS-ITEMRCYO-STATUS NOT = '00'
008260         DISPLAY 'ITMLOAD - UNABLE TO OPEN ITEMRCYO, STATUS = '
008270             WS-ITEMRCYO-STATUS
008280         SET WS-ABNORMAL-RUN TO TRUE
008290         MOVE 16 TO RETURN-CODE
008300         GO TO 1000-INITIALIZE-RUN-EXIT
008310     END-IF.
008320     OPEN OUTPUT ITEMSUSP.
008330     IF WS-ITEMSUSP-STATUS NOT = '00'
008340         DISPLAY 'ITMLOAD - UNABLE TO OPEN ITEMSUSP, STATUS = '
008350             WS-ITEMSUSP-STATUS
008360         SET WS-ABNORMAL-RUN TO TRUE
008370         MOVE 16 TO RETURN-CODE
008380         GO TO 1000-INITIALIZE-RUN-EXIT
008390     END-IF.
008400     OPEN OUTPUT SUSPRPT.
008410     IF WS-SUSPRPT-STATUS NOT = '00'
008420         DISPLAY 'ITMLOAD - UNABLE TO OPEN SUSPRPT, STATUS = '
008430             WS-SUSPRPT-STATUS
008440         SET WS-ABNORMAL-RUN TO TRUE
008450         MOVE 16 TO RETURN-CODE
008460         GO TO 1000-INITIALIZE-RUN-EXIT
008470     END-IF.
008480     PERFORM 1150-WRITE-SUSPRPT-HEADER
008490         THRU 1150-WRITE-SUSPRPT-HEADER-EXIT.
008500     PERFORM 1200-OPEN-ITEMTAB THRU 1200-OPEN-ITEMTAB-EXIT.
008510     PERFORM 1600-FIND-PRIOR-LOAD-DATE
008520         THRU 1600-FIND-PRIOR-LOAD-DATE-EXIT.
008530     PERFORM 1700-LOAD-VENDOR-MASTER
008540         THRU 1700-LOAD-VENDOR-MASTER-EXIT.
008550     PERFORM 1800-OPEN-STOCK-LOCATION
008560         THRU 1800-OPEN-STOCK-LOCATION-EXIT.
008570     PERFORM 1850-OPEN-COST-HISTORY
008580         THRU 1850-OPEN-COST-HISTORY-EXIT.
008590     PERFORM 1870-OPEN-ITEM-ARCHIVE
008600         THRU 1870-OPEN-ITEM-ARCHIVE-EXIT.
008610     PERFORM 1500-CHECK-RUN-CONTROL
008620         THRU 1500-CHECK-RUN-CONTROL-EXIT.
008630
008640 1000-INITIALIZE-RUN-EXIT.
008650     EXIT.
008660
008670 1050-CLEAR-SOURCE-ENTRY.
008680     MOVE ZERO   TO WS-SRC-TARGET (WS-SRC-IX).
008690     MOVE ZERO   TO WS-SRC-ATTEMPTED (WS-SRC-IX).
008700     MOVE ZERO   TO WS-SRC-LOADED (WS-SRC-IX).
008710     MOVE ZERO   TO WS-SRC-REJECTED (WS-SRC-IX).
008720     MOVE ZERO   TO WS-SRC-SUPERSEDED (WS-SRC-IX).
008730     MOVE SPACES TO WS-SRC-TRANSMIT-ID (WS-SRC-IX).
008740     MOVE SPACES TO WS-SRC-STATE-CD (WS-SRC-IX).
008750 1050-CLEAR-SOURCE-ENTRY-EXIT.
008760     EXIT.
008770 
008780 1100-OPEN-AUDIT-TRAIL.
008790*    ITMAUDIT ACCUMULATES HISTORY ACROSS RUNS.  EXTEND KEEPS
008800*    PRIOR ROWS WHEN THE FILE ALREADY EXISTS AND CREATES IT
008810*    WHEN THIS IS THE FIRST RUN ON A NEW GENERATION.
008820     OPEN EXTEND ITMAUDIT.
008830     IF WS-ITMAUDIT-STATUS NOT = '00' AND
008840        WS-ITMAUDIT-STATUS NOT = '05'
008850         DISPLAY 'ITMLOAD - ITMAUDIT OPEN STATUS = '
008860             WS-ITMAUDIT-STATUS
008870     END-IF.
008880 1100-OPEN-AUDIT-TRAIL-EXIT.
008890     EXIT.
008900
008910 1150-WRITE-SUSPRPT-HEADER.
008920     MOVE SPACES TO SUSPRPT-LINE.
008930     STRING 'ITMLOAD  COST SUSPENSE REVIEW REPORT'
008940         DELIMITED BY SIZE INTO SUSPRPT-LINE.
008950     WRITE SUSPRPT-LINE.
008960
008970     MOVE SPACES TO SUSPRPT-LINE.
008980     STRING 'RUN DATE: ' WS-CURR-DATE
008990         '   TOLERANCE: ' WS-COST-TOL-PCT ' PCT'
009000         DELIMITED BY SIZE INTO SUSPRPT-LINE.
009010     WRITE SUSPRPT-LINE.
009020
009030     MOVE SPACES TO SUSPRPT-LINE.
009040     STRING 'ITEMS HELD (KEY / DESC / PRIOR / NEW / SWING):'
009050         DELIMITED BY SIZE INTO SUSPRPT-LINE.
009060     WRITE SUSPRPT-LINE.
009070 1150-WRITE-SUSPRPT-HEADER-EXIT.
009080     EXIT.
009090
009100 1200-OPEN-ITEMTAB.
009110*    ITEMTAB IS THE PERSISTED COPY OF THE ITEM TABLE USED FOR
009120*    CHECKPOINT RESTART AND AS THE FILE THE ITMINQ ONLINE
009130*    MAINTENANCE PROGRAM READS AND UPDATES.  CREATE IT IF THIS
009140*    IS THE FIRST TIME THE LOAD HAS EVER RUN.
009150     OPEN I-O ITEMTAB.
009160     IF WS-ITEMTAB-STATUS = '35'
009170         OPEN OUTPUT ITEMTAB
009180         CLOSE ITEMTAB
009190         OPEN I-O ITEMTAB
009200     END-IF.
009210 1200-OPEN-ITEMTAB-EXIT.
009220     EXIT.
009230 
009240 1300-READ-HEADER.
009250*    THE FIRST RECORD OF EACH SOURCE IS A HEADER CARRYING THE
009260*    NUMBER OF DETAIL RECORDS THAT FOLLOW IT.  EACH SOURCE IS
009270*    RECONCILED AGAINST ITS OWN COUNT; THE TABLE'S WORKING
009280*    SIZE IS THE RUNNING SUM OF THE HEADERS, CAPPED AT THE
009290*    COMPILED PHYSICAL LIMIT.  A SOURCE THAT IS MISSING, EMPTY,
009300*    OR MALFORMED IS SKIPPED WITH A MESSAGE SO ONE CENTER'S
009310*    BAD TRANSMISSION NO LONGER TAKES THE OTHER TWO DOWN.
009320     MOVE 'N' TO WS-ITEMMAST-EOF-SW.
009330     PERFORM 2010-READ-CURRENT-SOURCE
009340         THRU 2010-READ-CURRENT-SOURCE-EXIT.
009350     IF WS-ITEMMAST-EOF
009360         DISPLAY 'ITMLOAD - SOURCE ' WS-SOURCE-NO
009370             ' IS MISSING OR EMPTY, SOURCE SKIPPED'
009380         SET WS-SRC-NO-FILE (WS-SOURCE-NO) TO TRUE
009390         GO TO 1300-READ-HEADER-EXIT
009400     END-IF.
009410
009420     IF NOT IM-HEADER-REC
009430         DISPLAY 'ITMLOAD - SOURCE ' WS-SOURCE-NO ' FIRST '
009440             'RECORD IS NOT A HEADER, SOURCE SKIPPED'
009450         SET WS-SRC-NO-FILE (WS-SOURCE-NO) TO TRUE
009460         GO TO 1300-READ-HEADER-EXIT
009470     END-IF.
009480
009490     MOVE IM-ITEM-COUNT TO WS-HDR-COUNT.
009500     MOVE WS-HDR-COUNT TO WS-SRC-TARGET (WS-SOURCE-NO).
009510     MOVE IM-HDR-TRANSMIT-ID TO WS-TRANSMIT-ID.
009520     MOVE WS-TRANSMIT-ID
009530         TO WS-SRC-TRANSMIT-ID (WS-SOURCE-NO).
009540
009550*    THE FIRST GOOD HEADER DECLARES THE SHAPE OF THE NIGHT;
009560*    EVERY LATER SOURCE MUST AGREE WITH IT.  THE MODE IS SAVED
009570*    TO WORKING STORAGE AT ONCE BECAUSE THE FIRST DETAIL READ
009580*    OVERWRITES THE HEADER IN THE RECORD AREA.
009590     IF NOT IM-MODE-FULL-REFRESH
009600      AND NOT IM-MODE-MAINTENANCE
009610         DISPLAY 'ITMLOAD - SOURCE ' WS-SOURCE-NO ' HEADER '
009620             'MODE NOT F, M, OR BLANK: ' IM-HDR-MODE-CD
009630             ', SOURCE SKIPPED'
009640         SET WS-SRC-SKIPPED-MODE (WS-SOURCE-NO) TO TRUE
009650         GO TO 1300-READ-HEADER-EXIT
009660     END-IF.
009670     IF WS-RUN-MODE-SET
009680         IF (WS-MAINT-MODE AND NOT IM-MODE-MAINTENANCE)
009690          OR (WS-FULL-REFRESH-MODE AND IM-MODE-MAINTENANCE)
009700             DISPLAY 'ITMLOAD - SOURCE ' WS-SOURCE-NO ' HEADER '
009710                 'MODE DISAGREES WITH THE RUN, SOURCE SKIPPED'
009720             SET WS-SRC-SKIPPED-MODE (WS-SOURCE-NO) TO TRUE
009730             GO TO 1300-READ-HEADER-EXIT
009740         END-IF
009750     ELSE
009760         IF IM-MODE-MAINTENANCE
009770             SET WS-MAINT-MODE TO TRUE
009780         END-IF
009790         SET WS-RUN-MODE-SET TO TRUE
009800     END-IF.
009810
009820*    A MAINTENANCE FILE IS A TRANSACTION FILE, NOT A TABLE
009830*    LOAD, SO THE TABLE-CAPACITY CHECK DOES NOT APPLY TO IT.
009840     IF WS-MAINT-MODE
009850         ADD WS-HDR-COUNT TO WS-TARGET-COUNT
009860         GO TO 1300-READ-HEADER-EXIT
009870     END-IF.
009880
009890     COMPUTE WS-TARGET-WORK = WS-TARGET-COUNT + WS-HDR-COUNT.
009900     IF WS-TARGET-WORK > WS-MAX-TABLE-SIZE
009910         MOVE WS-MAX-TABLE-SIZE TO WS-TARGET-COUNT
009920         SET WS-HEADER-OVERFLOW TO TRUE
009930         MOVE 'ITEMMAST HEADER COUNT EXCEEDS TABLE CAPACITY'
009940             TO WS-REJECT-REASON
009950         MOVE WS-HDR-COUNT TO WS-EXC-KEY-WORK
009960         MOVE ZERO         TO WS-EXC-SUBSCRIPT-WORK
009970         PERFORM 2600-WRITE-EXCEPTION
009980             THRU 2600-WRITE-EXCEPTION-EXIT
009990     ELSE
010000         MOVE WS-TARGET-WORK TO WS-TARGET-COUNT
010010     END-IF.
010020 1300-READ-HEADER-EXIT.
010030     EXIT.
010040 
010050 1400-RESTORE-CHECKPOINT.
010060*    IF A CHECKPOINT FROM A PRIOR, INCOMPLETE RUN EXISTS,
010070*    RESUME THE LOAD AFTER THE LAST ITEM IT RECORDED INSTEAD
010080*    OF STARTING OVER AT ITEM ONE.  ITEMS ALREADY COMMITTED TO
010090*    ITEMTAB ARE REPLAYED BACK INTO THE TABLE SO ITEMOUT AND
010100*    THE JOB TOTALS STILL COME OUT COMPLETE.  A CLEAN RUN
010110*    TRUNCATES ITEMCKPT (SEE 7000-INVALIDATE-CHECKPOINT), SO
010120*    SIMPLY FINDING A CHECKPOINT RECORD HERE ALREADY MEANS THE
010130*    LAST RUN NEVER REACHED NORMAL COMPLETION - THERE IS NO NEED
010140*    TO ALSO GATE ON THE CALENDAR DATE, WHICH WOULD WRONGLY
010150*    REJECT THE ORDINARY CASE OF A LATE-NIGHT RUN THAT CRASHES
010160*    AND IS RESTARTED AFTER MIDNIGHT.  NOTE THAT REPLAYED ITEMS
010170*    DO NOT PASS THROUGH 2400-STORE-ITEM, SO A RESTARTED RUN'S
010180*    ITEMDLT CARRIES ONLY THE ITEMS FROM THE RESUME POINT ON -
010190*    THE PRIOR IMAGES NEEDED TO RECONSTRUCT THE EARLIER DELTAS
010200*    WERE OVERWRITTEN BEFORE THE CRASH.  AFTER A RESTART,
010210*    DOWNSTREAM JOBS MUST PROCESS THE FULL ITEMOUT INSTEAD.
010220     OPEN INPUT ITEMCKPT.
010230     IF WS-ITEMCKPT-STATUS = '00'
010240         READ ITEMCKPT
010250             AT END
010260                 CONTINUE
010270             NOT AT END
010280                 SET WS-CKPT-EXISTS TO TRUE
010290         END-READ
010300     END-IF.
010310*    ITEMCKPT IS OPTIONAL, SO A FIRST-EVER RUN RETURNS STATUS 05
010320*    RATHER THAN 00 BUT LEAVES THE FILE OPEN EITHER WAY.  CLOSE
010330*    IT UNCONDITIONALLY HERE SO THE FIRST PERIODIC CHECKPOINT
010340*    WRITE IN 2500-WRITE-CHECKPOINT DOES NOT FIND IT STILL OPEN
010350*    FOR INPUT.
010360     CLOSE ITEMCKPT.
010370
010380*    A CHECKPOINT LEFT BY AN OLDER VERSION OF THIS PROGRAM IS
010390*    SHORTER THAN TODAY'S RECORD AND READS BACK WITH GARBAGE
010400*    IN THE NEWER FIELDS.  NOTHING IN IT CAN BE TRUSTED, SO
010410*    THE RUN FALLS BACK TO A FULL RELOAD FROM ITEM ONE.
010420     IF WS-CKPT-EXISTS
010430      AND (CK-SOURCE-NO NOT NUMERIC
010440       OR CK-SOURCE-NO < 1 OR CK-SOURCE-NO > 3
010450       OR CK-LAST-COUNT NOT NUMERIC)
010460         DISPLAY 'ITMLOAD - ITEMCKPT IS OLD FORMAT OR DAMAGED,'
010470             ' CHECKPOINT IGNORED, RELOADING FROM ITEM ONE'
010480         MOVE 'N' TO WS-CKPT-EXISTS-SW
010490     END-IF.
010500
010510     IF WS-CKPT-EXISTS
010520         MOVE CK-ATTEMPTED-COUNT TO WS-ATTEMPTED-COUNT
010530         MOVE CK-REJECTED-COUNT  TO WS-REJECTED-COUNT
010540         MOVE CK-SOURCE-NO       TO WS-CKPT-SOURCE-NO
010550         MOVE CK-LAST-COUNT      TO WS-CKPT-LAST-COUNT
010560         PERFORM 1430-RESTORE-SOURCE-COUNTS
010570             THRU 1430-RESTORE-SOURCE-COUNTS-EXIT
010580             VARYING WS-SRC-IX FROM 1 BY 1
010590             UNTIL WS-SRC-IX > 3
010600         MOVE 'N' TO WS-ITEMTAB-EOF-SW
010610         MOVE ZERO TO IT-ITEM-KEY
010620         START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
010630             INVALID KEY
010640                 DISPLAY 'ITMLOAD - CHECKPOINT REPLAY: '
010650                     'ITEMTAB IS EMPTY'
010660                 SET WS-ITEMTAB-EOF TO TRUE
010670         END-START
010680         PERFORM 1410-RELOAD-FROM-ITEMTAB
010690             THRU 1410-RELOAD-FROM-ITEMTAB-EXIT
010700             UNTIL WS-ITEMTAB-EOF
010710         DISPLAY 'ITMLOAD - RESUMING FROM CHECKPOINT, SOURCE '
010720             WS-CKPT-SOURCE-NO ' ITEM ' WS-CKPT-LAST-COUNT
010730     END-IF.
010740 1400-RESTORE-CHECKPOINT-EXIT.
010750     EXIT.
010760
010770 1410-RELOAD-FROM-ITEMTAB.
010780*    REBUILDS THE IN-MEMORY TABLE FROM EVERY ROW TONIGHT'S
010790*    CRASHED RUN HAD ALREADY COMMITTED TO ITEMTAB.  THE KEYED
010800*    SCAN COMES BACK IN ASCENDING KEY ORDER, WHICH IS EXACTLY
010810*    THE ORDER THE SORTED TABLE NEEDS.  THE SCAN IS FILTERED
010820*    TO TODAY'S ROWS (SEE 1415) SINCE ITEMTAB ALSO CARRIES
010830*    ROWS FROM EARLIER NIGHTS THAT WERE NEVER PURGED.  THE
010840*    SOURCE NUMBER OF A REPLAYED ROW IS NOT ON FILE, SO IT IS
010850*    SET TO ZERO - EVERY REPLAYED ROW CAME FROM A SOURCE AT OR
010860*    ABOVE THE CHECKPOINTED ONE, SO PRIORITY STILL RESOLVES IN
010870*    ITS FAVOR.  COUNTS ARE RESTORED FROM THE CHECKPOINT, NOT
010880*    RECONSTRUCTED HERE - A PRE-CRASH REJECT LEFT NO ROW.
010890     SET WS-ROW-NOT-FOUND TO TRUE.
010900     PERFORM 1415-FIND-NEXT-TODAYS-ROW
010910         THRU 1415-FIND-NEXT-TODAYS-ROW-EXIT
010920         UNTIL WS-ROW-FOUND OR WS-ITEMTAB-EOF.
010930     IF NOT WS-ROW-FOUND
010940         GO TO 1410-RELOAD-FROM-ITEMTAB-EXIT
010950     END-IF.
010960     IF WS-MAX-ITEMS >= WS-MAX-TABLE-SIZE
010970         SET WS-SUBSCRIPT-OUT-OF-BOUNDS TO TRUE
010980         MOVE 'TABLE FULL DURING CHECKPOINT REPLAY'
010990             TO WS-REJECT-REASON
011000         MOVE IT-ITEM-KEY TO WS-EXC-KEY-WORK
011010         MOVE ZERO        TO WS-EXC-SUBSCRIPT-WORK
011020         PERFORM 2600-WRITE-EXCEPTION
011030             THRU 2600-WRITE-EXCEPTION-EXIT
011040         SET WS-ITEMTAB-EOF TO TRUE
011050         GO TO 1410-RELOAD-FROM-ITEMTAB-EXIT
011060     END-IF.
011070     ADD 1 TO WS-MAX-ITEMS.
011080     MOVE IT-ITEM-KEY  TO WS-ITEM-KEY (WS-MAX-ITEMS).
011090     MOVE IT-ITEM-DATA TO WS-ITEM (WS-MAX-ITEMS).
011100     SET WS-ITEM-LOADED (WS-MAX-ITEMS) TO TRUE.
011110     MOVE ZERO TO WS-ITEM-SOURCE (WS-MAX-ITEMS).
011120 1410-RELOAD-FROM-ITEMTAB-EXIT.
011130     EXIT.
011140
011150 1415-FIND-NEXT-TODAYS-ROW.
011160*    SKIPS OVER ANY ITEMTAB ROW LEFT BEHIND BY AN EARLIER NIGHT'S
011170*    LOAD SO THE REPLAY ONLY EVER SEES TONIGHT'S ITEMS.
011180     READ ITEMTAB NEXT RECORD
011190         AT END
011200             SET WS-ITEMTAB-EOF TO TRUE
011210         NOT AT END
011220             IF IT-LOAD-DATE = WS-CURR-DATE
011230                 SET WS-ROW-FOUND TO TRUE
011240             END-IF
011250     END-READ.
011260 1415-FIND-NEXT-TODAYS-ROW-EXIT.
011270     EXIT.
011280
011290 1420-SKIP-ITEMMAST-DETAIL.
011300     PERFORM 2010-READ-CURRENT-SOURCE
011310         THRU 2010-READ-CURRENT-SOURCE-EXIT.
011320 1420-SKIP-ITEMMAST-DETAIL-EXIT.
011330     EXIT.
011340
011350 1430-RESTORE-SOURCE-COUNTS.
011360     MOVE CK-SRC-ATTEMPTED (WS-SRC-IX)
011370         TO WS-SRC-ATTEMPTED (WS-SRC-IX).
011380     MOVE CK-SRC-LOADED (WS-SRC-IX)
011390         TO WS-SRC-LOADED (WS-SRC-IX).
011400     MOVE CK-SRC-REJECTED (WS-SRC-IX)
011410         TO WS-SRC-REJECTED (WS-SRC-IX).
011420     MOVE CK-SRC-SUPERSEDED (WS-SRC-IX)
011430         TO WS-SRC-SUPERSEDED (WS-SRC-IX).
011440 1430-RESTORE-SOURCE-COUNTS-EXIT.
011450     EXIT.
011460
011470 1500-CHECK-RUN-CONTROL.
011480*    OPENS THE RUN-CONTROL FILE AND MARKS THE LOCK ROW.  THE
011490*    PER-SOURCE DUPLICATE-TRANSMISSION GUARD IS IN 1550, RUN
011500*    AS EACH SOURCE'S HEADER IS READ.  IF THE RUN-CONTROL FILE
011510*    ITSELF CANNOT BE OPENED THE LOAD STILL RUNS - A MISSING
011520*    INTERLOCK MUST NOT TAKE DOWN THE NIGHTLY LOAD - BUT THE
011530*    OPERATOR IS TOLD.
011540     OPEN I-O ITMRUNCT.
011550     IF WS-ITMRUNCT-STATUS = '35'
011560         OPEN OUTPUT ITMRUNCT
011570         CLOSE ITMRUNCT
011580         OPEN I-O ITMRUNCT
011590     END-IF.
011600     IF WS-ITMRUNCT-STATUS NOT = '00' AND
011610        WS-ITMRUNCT-STATUS NOT = '05'
011620         DISPLAY 'ITMLOAD - ITMRUNCT OPEN STATUS = '
011630             WS-ITMRUNCT-STATUS ', RUN CONTROL NOT IN EFFECT'
011640         GO TO 1500-CHECK-RUN-CONTROL-EXIT
011650     END-IF.
011660     SET WS-RUNCT-USABLE TO TRUE.
011670     PERFORM 1510-MARK-LOAD-ACTIVE
011680         THRU 1510-MARK-LOAD-ACTIVE-EXIT.
011690 1500-CHECK-RUN-CONTROL-EXIT.
011700     EXIT.
011710
011720 1510-MARK-LOAD-ACTIVE.
011730*    THE LOCK ROW TELLS ITMINQ AND ITMUPDT TO KEEP THEIR HANDS
011740*    OFF ITEMTAB UNTIL THE LOAD FINISHES.  AN ABEND LEAVES IT
011750*    ACTIVE ON PURPOSE - THE FILE IS NOT CLEAN UNTIL THE
011760*    RESTART COMPLETES, AND THE RESTART ITSELF COMES BACK
011770*    THROUGH HERE AND SIMPLY RE-MARKS IT.
011780     SET WS-ROW-NOT-FOUND TO TRUE.
011790     MOVE WS-LOCK-KEY TO RL-RECORD-KEY.
011800     READ ITMRUNCT
011810         INVALID KEY
011820             CONTINUE
011830         NOT INVALID KEY
011840             SET WS-ROW-FOUND TO TRUE
011850     END-READ.
011860     MOVE WS-LOCK-KEY TO RL-RECORD-KEY.
011870     SET RL-LOCK-REC TO TRUE.
011880     SET RL-LOAD-ACTIVE TO TRUE.
011890     MOVE WS-RUN-ID TO RL-RUN-ID.
011900     MOVE WS-CURR-DATE TO RL-STAMP-DATE.
011910     MOVE WS-CURR-TIME (1:6) TO RL-STAMP-TIME.
011920     IF WS-ROW-FOUND
011930         REWRITE RUNCTL-RECORD
011940             INVALID KEY
011950                 DISPLAY 'ITMLOAD - UNABLE TO MARK RUN CONTROL'
011960         END-REWRITE
011970     ELSE
011980         WRITE RUNCTL-RECORD
011990             INVALID KEY
012000                 DISPLAY 'ITMLOAD - UNABLE TO MARK RUN CONTROL'
012010         END-WRITE
012020     END-IF.
012030 1510-MARK-LOAD-ACTIVE-EXIT.
012040     EXIT.
012050
012060 1550-CHECK-TRANSMISSION.
012070*    GUARDS AGAINST THE SAME TRANSMISSION BEING RUN TWICE: A
012080*    HEADER WHOSE TRANSMISSION ID IS ALREADY ON THE RUN-CONTROL
012090*    FILE SKIPS THAT SOURCE WITH RC=12 BEFORE ANYTHING FROM IT
012100*    IS LOADED.  A BLANK ID (OLD-FORMAT HEADER) SKIPS THE
012110*    GUARD.  A CHECKPOINT RESTART PASSES NATURALLY - THE ID IS
012120*    ONLY RECORDED AT NORMAL COMPLETION, WHICH THE CRASHED RUN
012130*    NEVER REACHED.
012140     IF NOT WS-RUNCT-USABLE
012150      OR WS-TRANSMIT-ID = SPACES
012160         GO TO 1550-CHECK-TRANSMISSION-EXIT
012170     END-IF.
012180     SET WS-ROW-NOT-FOUND TO TRUE.
012190     MOVE WS-TRANSMIT-ID TO RL-RECORD-KEY.
012200     READ ITMRUNCT
012210         INVALID KEY
012220             CONTINUE
012230         NOT INVALID KEY
012240             SET WS-ROW-FOUND TO TRUE
012250     END-READ.
012260     IF WS-ROW-FOUND
012270         DISPLAY 'ITMLOAD - TRANSMISSION ' WS-TRANSMIT-ID
012280             ' FOR SOURCE ' WS-SOURCE-NO
012290             ' ALREADY PROCESSED ON ' RL-STAMP-DATE
012300             ', SOURCE SKIPPED'
012310         SET WS-SRC-SKIPPED-DUP (WS-SOURCE-NO) TO TRUE
012320         SET WS-DUP-TRANSMIT TO TRUE
012330         IF RETURN-CODE < 12
012340             MOVE 12 TO RETURN-CODE
012350         END-IF
012360     END-IF.
012370 1550-CHECK-TRANSMISSION-EXIT.
012380     EXIT.
012390
012400 1600-FIND-PRIOR-LOAD-DATE.
012410*    CAPTURES THE PREVIOUS RUN'S LOAD DATE - THE LATEST
012420*    IT-LOAD-DATE ON FILE BEFORE TODAY - BEFORE THE LOAD
012430*    REWRITES ANY ROW.  THE DELTA LOGIC NEEDS IT TWICE: 2460
012440*    ONLY CALLS A KEY CHANGED (RATHER THAN ADDED) WHEN THE
012450*    PRIOR ROW REALLY IS LAST RUN'S, AND 3500 ONLY REPORTS
012460*    DELETES FOR LAST RUN'S LEFTOVER ROWS.  ROWS FROM STILL
012470*    EARLIER NIGHTS ARE HISTORY THE DELTA ALREADY TOLD
012480*    DOWNSTREAM ABOUT THE NIGHT THEY WENT MISSING.
012490     MOVE ZERO TO WS-PRIOR-LOAD-DATE.
012500     MOVE 'N' TO WS-ITEMTAB-EOF-SW.
012510     MOVE ZERO TO IT-ITEM-KEY.
012520     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
012530         INVALID KEY
012540             SET WS-ITEMTAB-EOF TO TRUE
012550     END-START.
012560     PERFORM 1610-SCAN-FOR-LATEST-DATE
012570         THRU 1610-SCAN-FOR-LATEST-DATE-EXIT
012580         UNTIL WS-ITEMTAB-EOF.
012590 1600-FIND-PRIOR-LOAD-DATE-EXIT.
012600     EXIT.
012610
012620 1610-SCAN-FOR-LATEST-DATE.
012630     READ ITEMTAB NEXT RECORD
012640         AT END
012650             SET WS-ITEMTAB-EOF TO TRUE
012660             GO TO 1610-SCAN-FOR-LATEST-DATE-EXIT
012670     END-READ.
012680*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
012690     IF WS-ITEMTAB-STATUS NOT = '00'
012700         SET WS-ITEMTAB-EOF TO TRUE
012710         GO TO 1610-SCAN-FOR-LATEST-DATE-EXIT
012720     END-IF.
012730     IF IT-LOAD-DATE < WS-CURR-DATE
012740      AND IT-LOAD-DATE > WS-PRIOR-LOAD-DATE
012750         MOVE IT-LOAD-DATE TO WS-PRIOR-LOAD-DATE
012760     END-IF.
012770 1610-SCAN-FOR-LATEST-DATE-EXIT.
012780     EXIT.
012790
012800 1700-LOAD-VENDOR-MASTER.
012810*    THE VENDOR MASTER IS SMALL AND READ ONCE, SO IT IS HELD IN
012820*    MEMORY FOR THE NIGHT.  LIKE THE RUN-CONTROL INTERLOCK, A
012830*    MISSING OR EMPTY VENDMST MUST NOT TAKE DOWN THE NIGHTLY
012840*    LOAD - THE RUN PROCEEDS WITHOUT VENDOR VALIDATION AND THE
012850*    OPERATOR IS TOLD.
012860     OPEN INPUT VENDMST.
012870     IF WS-VENDMST-STATUS NOT = '00' AND
012880        WS-VENDMST-STATUS NOT = '05'
012890         DISPLAY 'ITMLOAD - VENDMST OPEN STATUS = '
012900             WS-VENDMST-STATUS
012910             ', VENDOR VALIDATION NOT IN EFFECT'
012920         GO TO 1700-LOAD-VENDOR-MASTER-EXIT
012930     END-IF.
012940     MOVE 'N' TO WS-VENDMST-EOF-SW.
012950     PERFORM 1710-LOAD-ONE-VENDOR
012960         THRU 1710-LOAD-ONE-VENDOR-EXIT
012970         UNTIL WS-VENDMST-EOF.
012980     CLOSE VENDMST.
012990     IF WS-VENDOR-CNT > ZERO
013000         SET WS-VENDOR-VAL-ACTIVE TO TRUE
013010     ELSE
013020         DISPLAY 'ITMLOAD - VENDMST IS EMPTY, VENDOR '
013030             'VALIDATION NOT IN EFFECT'
013040     END-IF.
013050 1700-LOAD-VENDOR-MASTER-EXIT.
013060     EXIT.
013070
013080 1710-LOAD-ONE-VENDOR.
013090*    VENDMST IS KEPT IN ASCENDING VENDOR-NUMBER ORDER SO THE
013100*    LOOKUPS CAN USE SEARCH ALL.  A MALFORMED OR OUT-OF-ORDER
013110*    RECORD IS SKIPPED WITH A MESSAGE RATHER THAN POISONING
013120*    THE WHOLE TABLE.
013130     READ VENDMST
013140         AT END
013150             SET WS-VENDMST-EOF TO TRUE
013160             GO TO 1710-LOAD-ONE-VENDOR-EXIT
013170     END-READ.
013180     IF VE-VENDOR-NO NOT NUMERIC
013190         DISPLAY 'ITMLOAD - VENDMST VENDOR NUMBER NOT '
013200             'NUMERIC, RECORD SKIPPED'
013210         GO TO 1710-LOAD-ONE-VENDOR-EXIT
013220     END-IF.
013230     IF WS-VENDOR-CNT > ZERO
013240      AND VE-VENDOR-NO NOT > WS-VEN-NO (WS-VENDOR-CNT)
013250         DISPLAY 'ITMLOAD - VENDMST VENDOR ' VE-VENDOR-NO
013260             ' OUT OF ASCENDING SEQUENCE, RECORD SKIPPED'
013270         GO TO 1710-LOAD-ONE-VENDOR-EXIT
013280     END-IF.
013290     IF WS-VENDOR-CNT >= 200
013300         DISPLAY 'ITMLOAD - VENDOR TABLE FULL, VENDOR '
013310             VE-VENDOR-NO ' AND BEYOND NOT LOADED'
013320         SET WS-VENDMST-EOF TO TRUE
013330         GO TO 1710-LOAD-ONE-VENDOR-EXIT
013340     END-IF.
013350     ADD 1 TO WS-VENDOR-CNT.
013360     MOVE VE-VENDOR-NO   TO WS-VEN-NO (WS-VENDOR-CNT).
013370     MOVE VE-VENDOR-NAME TO WS-VEN-NAME (WS-VENDOR-CNT).
013380     MOVE VE-STATUS-CD   TO WS-VEN-STATUS (WS-VENDOR-CNT).
013390     MOVE ZERO           TO WS-VEN-REJECTS (WS-VENDOR-CNT).
013400 1710-LOAD-ONE-VENDOR-EXIT.
013410     EXIT.
013420
013430 1800-OPEN-STOCK-LOCATION.
013440*    STKLOC KEEPS EVERY CENTER'S POSITION FOR AN ITEM, NOT JUST
013450*    THE ONE THAT WINS INTO ITEMTAB.  CREATE IT ON FIRST USE.
013460*    IF IT CANNOT BE OPENED THE LOAD STILL RUNS - THE ITEM
013470*    TABLE MUST NOT WAIT ON A BUYER'S INQUIRY FILE - BUT THE
013480*    OPERATOR IS TOLD AND NO CENTER ROWS ARE WRITTEN.
013490     OPEN I-O STKLOC.
013500     IF WS-STKLOC-STATUS = '35'
013510         OPEN OUTPUT STKLOC
013520         CLOSE STKLOC
013530         OPEN I-O STKLOC
013540     END-IF.
013550     IF WS-STKLOC-STATUS NOT = '00' AND
013560        WS-STKLOC-STATUS NOT = '05'
013570         DISPLAY 'ITMLOAD - STKLOC OPEN STATUS = '
013580             WS-STKLOC-STATUS ', CENTER POSITIONS NOT RECORDED'
013590         GO TO 1800-OPEN-STOCK-LOCATION-EXIT
013600     END-IF.
013610     SET WS-STKLOC-USABLE TO TRUE.
013620 1800-OPEN-STOCK-LOCATION-EXIT.
013630     EXIT.
013640
013650 1850-OPEN-COST-HISTORY.
013660*    THE COST HISTORY IS KEPT FOR INVOICE DISPUTES, NOT FOR THE
013670*    LOAD ITSELF, SO LIKE STKLOC IT IS CREATED ON FIRST USE AND
013680*    A FAILED OPEN IS TOLD TO THE OPERATOR WITHOUT STOPPING THE
013690*    LOAD.  THE CHANGES OF THAT NIGHT ARE THEN NOT RECORDED.
013700     OPEN I-O COSTHIST.
013710     IF WS-COSTHIST-STATUS = '35'
013720         OPEN OUTPUT COSTHIST
013730         CLOSE COSTHIST
013740         OPEN I-O COSTHIST
013750     END-IF.
013760     IF WS-COSTHIST-STATUS NOT = '00' AND
013770        WS-COSTHIST-STATUS NOT = '05'
013780         DISPLAY 'ITMLOAD - COSTHIST OPEN STATUS = '
013790             WS-COSTHIST-STATUS ', COST CHANGES NOT RECORDED'
013800         GO TO 1850-OPEN-COST-HISTORY-EXIT
013810     END-IF.
013820     SET WS-COSTHIST-USABLE TO TRUE.
013830 1850-OPEN-COST-HISTORY-EXIT.
013840     EXIT.
013850
013860 1870-OPEN-ITEM-ARCHIVE.
013870*    THE ARCHIVE IS READ FOR EVERY ARRIVING KEY AND WRITTEN FOR
013880*    EVERY DROPPED ONE, AND CREATED ON ITS FIRST EVER USE.  A
013890*    FILE THAT CANNOT BE OPENED IS REPORTED; THE LOAD RUNS
013900*    WITHOUT ARCHIVING OR FLAGGING.
013910     OPEN I-O ITEMARC.
013920     IF WS-ITEMARC-STATUS = '35'
013930         OPEN OUTPUT ITEMARC
013940         CLOSE ITEMARC
013950         OPEN I-O ITEMARC
013960     END-IF.
013970     IF WS-ITEMARC-STATUS NOT = '00' AND
013980        WS-ITEMARC-STATUS NOT = '05'
013990         DISPLAY 'ITMLOAD - ITEMARC OPEN STATUS = '
014000             WS-ITEMARC-STATUS ', ITEMS NOT ARCHIVED OR FLAGGED'
014010         GO TO 1870-OPEN-ITEM-ARCHIVE-EXIT
014020     END-IF.
014030     SET WS-ITEMARC-USABLE TO TRUE.
014040 1870-OPEN-ITEM-ARCHIVE-EXIT.
014050     EXIT.
014060*
014070*****************************************************************
014080*    2000 SERIES  --  ITEM LOAD LOOP                             *
014090*****************************************************************
014100 2000-LOAD-ITEMS.
014110     PERFORM 2010-READ-CURRENT-SOURCE
014120         THRU 2010-READ-CURRENT-SOURCE-EXIT.
014130     IF WS-ITEMMAST-EOF
014140         SET WS-LOAD-DONE TO TRUE
014150         GO TO 2000-LOAD-ITEMS-EXIT
014160     END-IF.
014170     ADD 1 TO WS-ATTEMPTED-COUNT.
014180     ADD 1 TO WS-SRC-ATTEMPTED (WS-SOURCE-NO).
014190
014200     IF NOT IM-DETAIL-REC
014210         MOVE 'ITEMMAST RECORD OUT OF SEQUENCE, NOT A DETAIL'
014220             TO WS-REJECT-REASON
014230         MOVE ZERO     TO WS-EXC-KEY-WORK
014240         MOVE WS-COUNT TO WS-EXC-SUBSCRIPT-WORK
014250         PERFORM 2600-WRITE-EXCEPTION
014260             THRU 2600-WRITE-EXCEPTION-EXIT
014270         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
014280         GO TO 2000-LOAD-ITEMS-EXIT
014290     END-IF.
014300
014310     PERFORM 2200-VALIDATE-ITEM THRU 2200-VALIDATE-ITEM-EXIT.
014320     IF WS-ITEM-NOT-VALID
014330         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
014340         GO TO 2000-LOAD-ITEMS-EXIT
014350     END-IF.
014360
014370     PERFORM 2300-CHECK-DUPLICATE
014380         THRU 2300-CHECK-DUPLICATE-EXIT.
014390     IF WS-ITEM-SUPERSEDED
014400         PERFORM 2700-RECORD-LOCATION
014410             THRU 2700-RECORD-LOCATION-EXIT
014420         GO TO 2000-LOAD-ITEMS-EXIT
014430     END-IF.
014440     IF WS-DUP-FOUND
014450         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
014460         GO TO 2000-LOAD-ITEMS-EXIT
014470     END-IF.
014480
014490     PERFORM 2100-CHECK-BOUNDS THRU 2100-CHECK-BOUNDS-EXIT.
014500     IF WS-SUBSCRIPT-OUT-OF-BOUNDS
014510         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
014520         SET WS-LOAD-DONE TO TRUE
014530         GO TO 2000-LOAD-ITEMS-EXIT
014540     END-IF.
014550
014560     PERFORM 2400-STORE-ITEM THRU 2400-STORE-ITEM-EXIT.
014570     ADD 1 TO WS-SRC-LOADED (WS-SOURCE-NO).
014580     PERFORM 2700-RECORD-LOCATION
014590         THRU 2700-RECORD-LOCATION-EXIT.
014600 
014610     DIVIDE WS-COUNT BY WS-CKPT-INTERVAL
014620         GIVING WS-CKPT-QUOTIENT
014630         REMAINDER WS-CKPT-REMAINDER.
014640     IF WS-CKPT-REMAINDER = ZERO
014650         PERFORM 2500-WRITE-CHECKPOINT
014660             THRU 2500-WRITE-CHECKPOINT-EXIT
014670     END-IF.
014680 
014690 2000-LOAD-ITEMS-EXIT.
014700     EXIT.
014710
014720 2010-READ-CURRENT-SOURCE.
014730*    ONE READ, WHICHEVER CENTER'S FILE IS CURRENT.  THE RECORD
014740*    LANDS IN THE COMMON ITEMMAST-RECORD AREA SO EVERYTHING
014750*    DOWNSTREAM IS BLIND TO THE SOURCE.
014760     IF WS-SOURCE-NO = 1
014770         READ ITEMMST1 INTO ITEMMAST-RECORD
014780             AT END
014790                 SET WS-ITEMMAST-EOF TO TRUE
014800         END-READ
014810     ELSE
014820         IF WS-SOURCE-NO = 2
014830             READ ITEMMST2 INTO ITEMMAST-RECORD
014840                 AT END
014850                     SET WS-ITEMMAST-EOF TO TRUE
014860             END-READ
014870         ELSE
014880             READ ITEMMST3 INTO ITEMMAST-RECORD
014890                 AT END
014900                     SET WS-ITEMMAST-EOF TO TRUE
014910             END-READ
014920         END-IF
014930     END-IF.
014940 2010-READ-CURRENT-SOURCE-EXIT.
014950     EXIT.
014960
014970 2020-COUNT-REJECT.
014980*    THE RECYCLE PASS RUNS OUTSIDE THE SOURCE LOOP, SO ITS
014990*    REJECTS COUNT ONLY IN THE RUN TOTAL.
015000     ADD 1 TO WS-REJECTED-COUNT.
015010     IF WS-SOURCE-NO >= 1 AND WS-SOURCE-NO <= 3
015020         ADD 1 TO WS-SRC-REJECTED (WS-SOURCE-NO)
015030     END-IF.
015040 2020-COUNT-REJECT-EXIT.
015050     EXIT.
015060
015070 2030-COUNT-LOADED.
015080*    SAME RANGE GUARD AS 2020 - AN ACTION APPLIED FROM THE
015090*    RECYCLE PASS HAS NO SOURCE ENTRY TO CHARGE.
015100     IF WS-SOURCE-NO >= 1 AND WS-SOURCE-NO <= 3
015110         ADD 1 TO WS-SRC-LOADED (WS-SOURCE-NO)
015120     END-IF.
015130 2030-COUNT-LOADED-EXIT.
015140     EXIT.
015150
015160 2050-PROCESS-ONE-SOURCE.
015170*    ONE DISTRIBUTION CENTER'S FILE, START TO FINISH: OPEN,
015180*    HEADER, DUPLICATE-TRANSMISSION GUARD, THEN THE LOAD OR
015190*    MAINTENANCE LOOP.  EACH SOURCE RESTARTS THE ASCENDING-KEY
015200*    CHECK - THE CENTERS NUMBER THEIR ITEMS INDEPENDENTLY.
015210     IF WS-SUBSCRIPT-OUT-OF-BOUNDS
015220*        THE TABLE FILLED ON AN EARLIER SOURCE - NOTHING MORE
015230*        CAN BE LOADED, AND THE UNPROCESSED SOURCE WILL SHOW
015240*        AS SHORT ON THE RECONCILIATION.
015250         GO TO 2050-PROCESS-ONE-SOURCE-EXIT
015260     END-IF.
015270
015280     PERFORM 1250-OPEN-CURRENT-SOURCE
015290         THRU 1250-OPEN-CURRENT-SOURCE-EXIT.
015300     IF WS-SRC-NO-FILE (WS-SOURCE-NO)
015310         GO TO 2050-PROCESS-ONE-SOURCE-EXIT
015320     END-IF.
015330
015340     PERFORM 1300-READ-HEADER THRU 1300-READ-HEADER-EXIT.
015350     IF WS-SRC-NO-FILE (WS-SOURCE-NO)
015360      OR WS-SRC-SKIPPED-MODE (WS-SOURCE-NO)
015370         PERFORM 2060-CLOSE-CURRENT-SOURCE
015380             THRU 2060-CLOSE-CURRENT-SOURCE-EXIT
015390         GO TO 2050-PROCESS-ONE-SOURCE-EXIT
015400     END-IF.
015410
015420     PERFORM 1550-CHECK-TRANSMISSION
015430         THRU 1550-CHECK-TRANSMISSION-EXIT.
015440     IF WS-SRC-SKIPPED-DUP (WS-SOURCE-NO)
015450         PERFORM 2060-CLOSE-CURRENT-SOURCE
015460             THRU 2060-CLOSE-CURRENT-SOURCE-EXIT
015470         GO TO 2050-PROCESS-ONE-SOURCE-EXIT
015480     END-IF.
015490
015500*    THE CHECKPOINT CAN ONLY BE JUDGED ONCE THE RUN MODE IS
015510*    KNOWN, WHICH TAKES THE FIRST GOOD HEADER - A MAINTENANCE
015520*    RUN TAKES NO CHECKPOINTS AND MUST NOT CONSUME ONE LEFT BY
015530*    A CRASHED FULL LOAD.
015540     IF NOT WS-CKPT-CHECKED
015550         SET WS-CKPT-CHECKED TO TRUE
015560         IF WS-FULL-REFRESH-MODE
015570             PERFORM 1400-RESTORE-CHECKPOINT
015580                 THRU 1400-RESTORE-CHECKPOINT-EXIT
015590         END-IF
015600     END-IF.
015610
015620     MOVE 1 TO WS-START-COUNT.
015630     IF WS-CKPT-EXISTS
015640         IF WS-SOURCE-NO < WS-CKPT-SOURCE-NO
015650*            FULLY LOADED BEFORE THE CRASH - ITS ROWS WERE
015660*            REPLAYED FROM ITEMTAB AND ITS COUNTS RESTORED
015670*            FROM THE CHECKPOINT, SO THE FILE ITSELF NEED NOT
015680*            BE RE-READ.
015690             SET WS-SRC-PROCESSED (WS-SOURCE-NO) TO TRUE
015700             ADD 1 TO WS-SOURCES-PROCESSED
015710             PERFORM 2060-CLOSE-CURRENT-SOURCE
015720                 THRU 2060-CLOSE-CURRENT-SOURCE-EXIT
015730             GO TO 2050-PROCESS-ONE-SOURCE-EXIT
015740         END-IF
015750         IF WS-SOURCE-NO = WS-CKPT-SOURCE-NO
015760             COMPUTE WS-START-COUNT = WS-CKPT-LAST-COUNT + 1
015770             MOVE 'N' TO WS-ITEMMAST-EOF-SW
015780             PERFORM 1420-SKIP-ITEMMAST-DETAIL
015790                 THRU 1420-SKIP-ITEMMAST-DETAIL-EXIT
015800                 VARYING WS-COUNT FROM 1 BY 1
015810                 UNTIL WS-COUNT >= WS-START-COUNT
015820             DISPLAY 'ITMLOAD - RESUMING SOURCE ' WS-SOURCE-NO
015830                 ' FROM ITEM ' WS-START-COUNT
015840         END-IF
015850     END-IF.
015860
015870     MOVE ZERO TO WS-PREV-ITEM-KEY.
015880     MOVE 'N' TO WS-LOAD-DONE-SW.
015890     MOVE 'N' TO WS-ITEMMAST-EOF-SW.
015900     IF WS-MAINT-MODE
015910         PERFORM 2900-APPLY-MAINT-TXN
015920             THRU 2900-APPLY-MAINT-TXN-EXIT
015930             VARYING WS-COUNT FROM 1 BY 1
015940             UNTIL WS-COUNT > WS-HDR-COUNT
015950                OR WS-LOAD-DONE
015960     ELSE
015970         PERFORM 2000-LOAD-ITEMS THRU 2000-LOAD-ITEMS-EXIT
015980             VARYING WS-COUNT FROM WS-START-COUNT BY 1
015990             UNTIL WS-COUNT > WS-HDR-COUNT
016000                OR WS-LOAD-DONE
016010     END-IF.
016020
016030     SET WS-SRC-PROCESSED (WS-SOURCE-NO) TO TRUE.
016040     ADD 1 TO WS-SOURCES-PROCESSED.
016050     PERFORM 2060-CLOSE-CURRENT-SOURCE
016060         THRU 2060-CLOSE-CURRENT-SOURCE-EXIT.
016070 2050-PROCESS-ONE-SOURCE-EXIT.
016080     EXIT.
016090
016100 1250-OPEN-CURRENT-SOURCE.
016110     IF WS-SOURCE-NO = 1
016120         OPEN INPUT ITEMMST1
016130         IF WS-ITEMMST1-STATUS NOT = '00' AND
016140            WS-ITEMMST1-STATUS NOT = '05'
016150             DISPLAY 'ITMLOAD - SOURCE 1 OPEN STATUS = '
016160                 WS-ITEMMST1-STATUS ', SOURCE SKIPPED'
016170             SET WS-SRC-NO-FILE (WS-SOURCE-NO) TO TRUE
016180         END-IF
016190     ELSE
016200         IF WS-SOURCE-NO = 2
016210             OPEN INPUT ITEMMST2
016220             IF WS-ITEMMST2-STATUS NOT = '00' AND
016230                WS-ITEMMST2-STATUS NOT = '05'
016240                 DISPLAY 'ITMLOAD - SOURCE 2 OPEN STATUS = '
016250                     WS-ITEMMST2-STATUS ', SOURCE SKIPPED'
016260                 SET WS-SRC-NO-FILE (WS-SOURCE-NO) TO TRUE
016270             END-IF
016280         ELSE
016290             OPEN INPUT ITEMMST3
016300             IF WS-ITEMMST3-STATUS NOT = '00' AND
016310                WS-ITEMMST3-STATUS NOT = '05'
016320                 DISPLAY 'ITMLOAD - SOURCE 3 OPEN STATUS = '
016330                     WS-ITEMMST3-STATUS ', SOURCE SKIPPED'
016340                 SET WS-SRC-NO-FILE (WS-SOURCE-NO) TO TRUE
016350             END-IF
016360         END-IF
016370     END-IF.
016380 1250-OPEN-CURRENT-SOURCE-EXIT.
016390     EXIT.
016400
016410 2060-CLOSE-CURRENT-SOURCE.
016420     IF WS-SOURCE-NO = 1
016430         CLOSE ITEMMST1
016440     ELSE
016450         IF WS-SOURCE-NO = 2
016460             CLOSE ITEMMST2
016470         ELSE
016480             CLOSE ITEMMST3
016490         END-IF
016500     END-IF.
016510 2060-CLOSE-CURRENT-SOURCE-EXIT.
016520     EXIT.
016530 
016540 2100-CHECK-BOUNDS.
016550*    GUARDS THE TABLE-LOAD REFERENCE IN 2400-STORE-ITEM.  A
016560*    VIOLATION IS LOGGED TO THE EXCEPTION REPORT AND THE LOAD
016570*    ENDS CLEANLY INSTEAD OF ABENDING WITH A SUBSCRIPT OUT OF
016580*    RANGE CONDITION.
016590     IF WS-MAX-ITEMS < WS-MAX-TABLE-SIZE
016600         SET WS-SUBSCRIPT-IN-BOUNDS TO TRUE
016610     ELSE
016620         SET WS-SUBSCRIPT-OUT-OF-BOUNDS TO TRUE
016630         MOVE 'TABLE CAPACITY REACHED, CANNOT LOAD ITEM'
016640             TO WS-REJECT-REASON
016650         MOVE IM-ITEM-KEY TO WS-EXC-KEY-WORK
016660         MOVE WS-COUNT    TO WS-EXC-SUBSCRIPT-WORK
016670         PERFORM 2600-WRITE-EXCEPTION
016680             THRU 2600-WRITE-EXCEPTION-EXIT
016690         PERFORM 2610-WRITE-RECYCLE-REJECT
016700             THRU 2610-WRITE-RECYCLE-REJECT-EXIT
016710     END-IF.
016720 2100-CHECK-BOUNDS-EXIT.
016730     EXIT.
016740 
016750 2200-VALIDATE-ITEM.
016760*    REJECTS BLANK OR MALFORMED DETAIL RECORDS BEFORE THEY ARE
016770*    ALLOWED TO OCCUPY A TABLE SLOT.  THE ASCENDING-SEQUENCE
016780*    CHECK ONLY APPLIES TO THE MAIN ITEMMAST PASS - A CORRECTED
016790*    RECYCLE FILE CARRIES WHATEVER KEYS THE CLERK FIXED, IN
016800*    WHATEVER ORDER THE REJECTS HAPPENED.
016810     SET WS-ITEM-IS-VALID TO TRUE.
016820     IF IM-ITEM-KEY = ZERO
016830         SET WS-ITEM-NOT-VALID TO TRUE
016840         MOVE 'ITEM KEY IS ZERO OR MISSING' TO WS-REJECT-REASON
016850     ELSE
016860         IF IM-ITEM-DATA = SPACES
016870             SET WS-ITEM-NOT-VALID TO TRUE
016880             MOVE 'ITEM DATA IS BLANK' TO WS-REJECT-REASON
016890         ELSE
016900             IF IM-UNIT-COST NOT NUMERIC
016910              OR IM-ONHAND-QTY NOT NUMERIC
016920              OR IM-REORDER-POINT NOT NUMERIC
016930              OR IM-VENDOR-NO NOT NUMERIC
016940                 SET WS-ITEM-NOT-VALID TO TRUE
016950                 MOVE 'ITEM NUMERIC FIELD IS NOT NUMERIC'
016960                     TO WS-REJECT-REASON
016970             ELSE
016980             IF WS-MAIN-PASS
016990              AND WS-FULL-REFRESH-MODE
017000              AND IM-ITEM-KEY < WS-PREV-ITEM-KEY
017010                 SET WS-ITEM-NOT-VALID TO TRUE
017020                 MOVE 'ITEM KEY OUT OF ASCENDING SEQUENCE'
017030                     TO WS-REJECT-REASON
017040             END-IF
017050             END-IF
017060         END-IF
017070     END-IF.
017080
017090*    THE VENDOR CHECK ONLY RUNS ON AN OTHERWISE GOOD DETAIL -
017100*    A RECORD ALREADY REJECTED FOR A MALFORMED FIELD SHOULD
017110*    CARRY THAT REASON, NOT A VENDOR ONE.
017120     IF WS-ITEM-IS-VALID
017130      AND WS-VENDOR-VAL-ACTIVE
017140         PERFORM 2210-VALIDATE-VENDOR
017150             THRU 2210-VALIDATE-VENDOR-EXIT
017160     END-IF.
017170
017180     IF WS-ITEM-NOT-VALID
017190         MOVE IM-ITEM-KEY TO WS-EXC-KEY-WORK
017200         MOVE WS-COUNT    TO WS-EXC-SUBSCRIPT-WORK
017210         PERFORM 2600-WRITE-EXCEPTION
017220             THRU 2600-WRITE-EXCEPTION-EXIT
017230         PERFORM 2610-WRITE-RECYCLE-REJECT
017240             THRU 2610-WRITE-RECYCLE-REJECT-EXIT
017250     ELSE
017260         IF WS-MAIN-PASS
017270             MOVE IM-ITEM-KEY TO WS-PREV-ITEM-KEY
017280         END-IF
017290     END-IF.
017300 2200-VALIDATE-ITEM-EXIT.
017310     EXIT.
017320
017330 2210-VALIDATE-VENDOR.
017340*    AN ITEM KEYED WITH A DEAD OR NEVER-ASSIGNED VENDOR LOADS
017350*    CLEANLY AND THEN JAMS UP PURCHASING WEEKS LATER, SO IT IS
017360*    STOPPED HERE INSTEAD.  REJECTS ARE CHARGED TO THE VENDOR
017370*    FOR THE PER-VENDOR COUNTS ON THE CONTROL REPORT.
017380     SET WS-VEN-IDX TO 1.
017390     SEARCH ALL WS-VENDOR-ENTRY
017400         AT END
017410             SET WS-ITEM-NOT-VALID TO TRUE
017420             MOVE 'VENDOR NOT ON VENDOR MASTER'
017430                 TO WS-REJECT-REASON
017440             ADD 1 TO WS-VEND-UNKNOWN-REJ
017450         WHEN WS-VEN-NO (WS-VEN-IDX) = IM-VENDOR-NO
017460             IF NOT WS-VEN-ACTIVE (WS-VEN-IDX)
017470                 SET WS-ITEM-NOT-VALID TO TRUE
017480                 MOVE 'VENDOR IS INACTIVE ON VENDOR MASTER'
017490                     TO WS-REJECT-REASON
017500                 ADD 1 TO WS-VEN-REJECTS (WS-VEN-IDX)
017510             END-IF
017520     END-SEARCH.
017530 2210-VALIDATE-VENDOR-EXIT.
017540     EXIT.
017550
017560 2300-CHECK-DUPLICATE.
017570*    USES SEARCH ALL AGAINST THE ASCENDING-KEY PORTION OF THE
017580*    TABLE ALREADY LOADED SO THE DUPLICATE CHECK DOES NOT
017590*    DEGRADE LINEARLY AS THE TABLE GROWS TO REAL VOLUME.
017600     SET WS-DUP-NOT-FOUND TO TRUE.
017610     MOVE 'N' TO WS-SUPERSEDE-SW.
017620     IF WS-MAX-ITEMS > 0
017630         SET WS-TABLE-IDX TO 1
017640         SEARCH ALL WS-TABLE
017650             AT END
017660                 SET WS-DUP-NOT-FOUND TO TRUE
017670             WHEN WS-ITEM-KEY (WS-TABLE-IDX) = IM-ITEM-KEY
017680                 SET WS-DUP-FOUND TO TRUE
017690         END-SEARCH
017700     END-IF.
017710
017720*    THE SAME KEY FROM A DIFFERENT SOURCE IS NOT AN ERROR -
017730*    THE CENTERS ARE WORKED IN DECLARED PRIORITY ORDER, SO
017740*    WHATEVER IS ALREADY IN THE TABLE OUTRANKS THE ARRIVAL AND
017750*    THE ARRIVAL IS COUNTED AS SUPERSEDED, NOT REJECTED.  A
017760*    REPEAT OF A KEY WITHIN ONE FILE IS STILL A REAL DUPLICATE.
017770     IF WS-DUP-FOUND
017780      AND NOT WS-RECYCLE-PASS
017790      AND WS-ITEM-SOURCE (WS-TABLE-IDX) NOT = WS-SOURCE-NO
017800         SET WS-DUP-NOT-FOUND TO TRUE
017810         SET WS-ITEM-SUPERSEDED TO TRUE
017820         ADD 1 TO WS-SRC-SUPERSEDED (WS-SOURCE-NO)
017830         GO TO 2300-CHECK-DUPLICATE-EXIT
017840     END-IF.
017850
017860     IF WS-DUP-FOUND
017870         MOVE 'DUPLICATE ITEM KEY ALREADY IN TABLE'
017880             TO WS-REJECT-REASON
017890         MOVE IM-ITEM-KEY TO WS-EXC-KEY-WORK
017900         MOVE WS-COUNT    TO WS-EXC-SUBSCRIPT-WORK
017910         PERFORM 2600-WRITE-EXCEPTION
017920             THRU 2600-WRITE-EXCEPTION-EXIT
017930         PERFORM 2610-WRITE-RECYCLE-REJECT
017940             THRU 2610-WRITE-RECYCLE-REJECT-EXIT
017950     END-IF.
017960 2300-CHECK-DUPLICATE-EXIT.
017970     EXIT.
017980 
017990 2400-STORE-ITEM.
018000*    EVERY ARRIVAL IS SLOTTED INTO KEY ORDER.  EACH SOURCE IS
018010*    ASCENDING WITHIN ITSELF, BUT THE SOURCES INTERLEAVE EACH
018020*    OTHER'S KEY RANGES AND A RECYCLED ITEM CARRIES WHATEVER
018030*    KEY THE CLERK CORRECTED, SO ONLY AN ORDERED INSERT KEEPS
018040*    THE SEARCH ALL DUPLICATE CHECK AND THE ITEMOUT/ITEMDLT
018050*    SEQUENCE VALID.  AN ARRIVAL ALREADY HIGHER THAN THE LAST
018060*    KEY SLOTS AT THE END WITHOUT ANY SHIFTING.
018070     PERFORM 2420-MAKE-INSERT-SLOT
018080         THRU 2420-MAKE-INSERT-SLOT-EXIT.
018090     PERFORM 2410-APPLY-MANUAL-OVERRIDE
018100         THRU 2410-APPLY-MANUAL-OVERRIDE-EXIT.
018110     PERFORM 2440-CHECK-COST-TOLERANCE
018120         THRU 2440-CHECK-COST-TOLERANCE-EXIT.
018130     MOVE IM-ITEM-KEY TO WS-ITEM-KEY (WS-STORE-POS).
018140     IF WS-OVERRIDE-FOUND
018150         MOVE WS-OVERRIDE-DATA TO WS-ITEM (WS-STORE-POS)
018160     ELSE
018170*        A COST HELD IN SUSPENSE CARRIES THE PRIOR ROW FORWARD
018180*        UNCHANGED - THE OLD COST STAYS LIVE IN THE TABLE,
018190*        ITEMOUT, AND ITEMTAB UNTIL THE MORNING RELEASE RUN
018200*        DECIDES, AND NO DELTA OR DELETE IS CUT FOR THE ITEM.
018210     IF WS-COST-HELD
018220         MOVE WS-PRIOR-ITEM-DATA TO WS-ITEM (WS-STORE-POS)
018230     ELSE
018240         MOVE IM-ITEM-DATA TO WS-ITEM (WS-STORE-POS)
018250     END-IF
018260     END-IF.
018270     SET WS-ITEM-LOADED (WS-STORE-POS) TO TRUE.
018280     IF WS-RECYCLE-PASS
018290         MOVE ZERO TO WS-ITEM-SOURCE (WS-STORE-POS)
018300     ELSE
018310         MOVE WS-SOURCE-NO TO WS-ITEM-SOURCE (WS-STORE-POS)
018320     END-IF.
018330     PERFORM 2450-PERSIST-TO-ITEMTAB
018340         THRU 2450-PERSIST-TO-ITEMTAB-EXIT.
018350     PERFORM 2460-WRITE-DELTA-RECORD
018360         THRU 2460-WRITE-DELTA-RECORD-EXIT.
018370     IF WS-RECYCLE-PASS
018380         MOVE ZERO TO WS-LIFE-SRC
018390     ELSE
018400         MOVE WS-SOURCE-NO TO WS-LIFE-SRC
018410     END-IF.
018420     PERFORM 2480-CHECK-LIFECYCLE
018430         THRU 2480-CHECK-LIFECYCLE-EXIT.
018440 2400-STORE-ITEM-EXIT.
018450     EXIT.
018460
018470 2420-MAKE-INSERT-SLOT.
018480*    OPENS A HOLE AT THE NEW ITEM'S KEY POSITION BY SLIDING
018490*    EVERY HIGHER-KEYED ROW UP ONE SLOT.  THE DUPLICATE CHECK
018500*    HAS ALREADY RUN, SO AN EQUAL KEY CANNOT BE ON FILE.
018510     ADD 1 TO WS-MAX-ITEMS.
018520     MOVE WS-MAX-ITEMS TO WS-STORE-POS.
018530     MOVE 'N' TO WS-SLOT-SW.
018540     PERFORM 2430-SHIFT-ONE-SLOT
018550         THRU 2430-SHIFT-ONE-SLOT-EXIT
018560         UNTIL WS-SLOT-FOUND.
018570 2420-MAKE-INSERT-SLOT-EXIT.
018580     EXIT.
018590
018600 2430-SHIFT-ONE-SLOT.
018610     IF WS-STORE-POS = 1
018620         SET WS-SLOT-FOUND TO TRUE
018630         GO TO 2430-SHIFT-ONE-SLOT-EXIT
018640     END-IF.
018650     IF WS-ITEM-KEY (WS-STORE-POS - 1) < IM-ITEM-KEY
018660         SET WS-SLOT-FOUND TO TRUE
018670         GO TO 2430-SHIFT-ONE-SLOT-EXIT
018680     END-IF.
018690     MOVE WS-TABLE (WS-STORE-POS - 1) TO WS-TABLE (WS-STORE-POS).
018700     SUBTRACT 1 FROM WS-STORE-POS.
018710 2430-SHIFT-ONE-SLOT-EXIT.
018720     EXIT.
018730
018740 2410-APPLY-MANUAL-OVERRIDE.
018750*    AN OPERATOR MAY HAVE CORRECTED THIS ITEM THROUGH ITMINQ
018760*    SINCE THE LAST LOAD.  IF ITEMTAB ALREADY HOLDS A MANUALLY
018770*    CORRECTED ROW FOR THIS KEY, THAT CORRECTION WINS OVER
018780*    WHATEVER TONIGHT'S ITEMMAST DETAIL SAYS INSTEAD OF BEING
018790*    SILENTLY OVERWRITTEN.  THE PRIOR ROW IMAGE, MANUAL OR NOT,
018800*    IS ALSO CAPTURED HERE SO 2460-WRITE-DELTA-RECORD CAN TELL
018810*    A BRAND NEW KEY FROM A CHANGED ONE.
018820     SET WS-OVERRIDE-NOT-FOUND TO TRUE.
018830     SET WS-PRIOR-ROW-NOT-FOUND TO TRUE.
018840     MOVE ZERO TO WS-PRIOR-ROW-DATE.
018850     MOVE IM-ITEM-KEY TO IT-ITEM-KEY.
018860     READ ITEMTAB
018870         INVALID KEY
018880             CONTINUE
018890         NOT INVALID KEY
018900             SET WS-PRIOR-ROW-FOUND TO TRUE
018910             MOVE IT-ITEM-DATA TO WS-PRIOR-ITEM-DATA
018920             MOVE IT-LOAD-DATE TO WS-PRIOR-ROW-DATE
018930             IF IT-STATUS-MANUAL
018940                 SET WS-OVERRIDE-FOUND TO TRUE
018950                 MOVE IT-ITEM-DATA TO WS-OVERRIDE-DATA
018960             END-IF
018970     END-READ.
018980 2410-APPLY-MANUAL-OVERRIDE-EXIT.
018990     EXIT.
019000
019010 2440-CHECK-COST-TOLERANCE.
019020*    TWICE THIS YEAR A DISTRIBUTION CENTER SENT A DECIMAL-
019030*    SHIFTED COST FILE AND THE LOAD TOOK IT, BECAUSE THE EDITS
019040*    ONLY PROVE THE COST IS NUMERIC.  THE PRIOR ROW IS ALREADY
019050*    IN HAND FROM 2410, SO THE INCOMING COST IS CHECKED AGAINST
019060*    IT: A SWING PAST THE TOLERANCE HOLDS THE ITEM IN SUSPENSE
019070*    FOR THE MORNING ITMSREL RELEASE RUN.  THE CHECK ONLY
019080*    APPLIES WHEN THERE IS A LIVE PRIOR COST TO MEASURE
019090*    AGAINST: A BRAND NEW KEY, A STALE ROW FROM AN EARLIER
019100*    NIGHT, OR A ZERO PRIOR COST HAS NO YARDSTICK.  A MANUAL
019110*    OVERRIDE ALREADY DISCARDS THE INCOMING DATA, AND THE
019120*    RECYCLE PASS CARRIES CLERK-REVIEWED CORRECTIONS, SO
019130*    NEITHER IS SECOND-GUESSED HERE.
019140     MOVE 'N' TO WS-COSTHOLD-SW.
019150     IF WS-OVERRIDE-FOUND
019160      OR WS-RECYCLE-PASS
019170      OR WS-PRIOR-ROW-NOT-FOUND
019180      OR WS-PRIOR-ROW-DATE NOT = WS-PRIOR-LOAD-DATE
019190      OR NOT WS-FULL-REFRESH-MODE
019200         GO TO 2440-CHECK-COST-TOLERANCE-EXIT
019210     END-IF.
019220     IF WS-PRIOR-UNIT-COST NOT NUMERIC
019230      OR WS-PRIOR-UNIT-COST = ZERO
019240         GO TO 2440-CHECK-COST-TOLERANCE-EXIT
019250     END-IF.
019260
019270     IF IM-UNIT-COST > WS-PRIOR-UNIT-COST
019280         COMPUTE WS-COST-DIFF =
019290             IM-UNIT-COST - WS-PRIOR-UNIT-COST
019300     ELSE
019310         COMPUTE WS-COST-DIFF =
019320             WS-PRIOR-UNIT-COST - IM-UNIT-COST
019330     END-IF.
019340     IF WS-COST-DIFF * 100 NOT >
019350        WS-PRIOR-UNIT-COST * WS-COST-TOL-PCT
019360         GO TO 2440-CHECK-COST-TOLERANCE-EXIT
019370     END-IF.
019380
019390     SET WS-COST-HELD TO TRUE.
019400     COMPUTE WS-COST-SWING-PCT ROUNDED =
019410         (WS-COST-DIFF * 100) / WS-PRIOR-UNIT-COST
019420         ON SIZE ERROR MOVE 99999 TO WS-COST-SWING-PCT
019430     END-COMPUTE.
019440     ADD 1 TO WS-SUSPENDED-COUNT.
019450
019460     MOVE SPACES TO SUSPENSE-RECORD.
019470     MOVE IM-ITEM-KEY        TO SP-ITEM-KEY.
019480     MOVE IM-ITEM-DATA       TO SP-ITEM-DATA.
019490     MOVE WS-PRIOR-UNIT-COST TO SP-PRIOR-COST.
019500     MOVE WS-COST-SWING-PCT  TO SP-SWING-PCT.
019510     MOVE WS-CURR-DATE       TO SP-RUN-DATE.
019520     WRITE SUSPENSE-RECORD.
019530
019540     MOVE WS-PRIOR-UNIT-COST TO WS-EDIT-PRIOR-COST.
019550     MOVE IM-UNIT-COST       TO WS-EDIT-NEW-COST.
019560     MOVE SPACES TO SUSPRPT-LINE.
019570     STRING '  ' IM-ITEM-KEY
019580         '  ' IM-ITEM-DESC
019590         '  ' WS-EDIT-PRIOR-COST
019600         '  ' WS-EDIT-NEW-COST
019610         '  ' WS-COST-SWING-PCT ' PCT'
019620         DELIMITED BY SIZE INTO SUSPRPT-LINE.
019630     WRITE SUSPRPT-LINE.
019640 2440-CHECK-COST-TOLERANCE-EXIT.
019650     EXIT.
019660
019670 2450-PERSIST-TO-ITEMTAB.
019680*    EVERY ITEM THAT MAKES IT INTO THE TABLE IS ALSO WRITTEN TO
019690*    ITEMTAB IMMEDIATELY SO A CHECKPOINT RESTART CAN REBUILD
019700*    THE TABLE FROM ITEMTAB, AND SO ITMINQ ALWAYS SEES TODAY'S
019710*    LOAD.  A MANUALLY CORRECTED ITEM KEEPS ITS MANUAL STATUS
019720*    INSTEAD OF BEING DEMOTED BACK TO A PLAIN LOAD.
019730     MOVE WS-ITEM-KEY (WS-STORE-POS) TO IT-ITEM-KEY.
019740     MOVE WS-ITEM (WS-STORE-POS)     TO IT-ITEM-DATA.
019750     MOVE WS-CURR-DATE                TO IT-LOAD-DATE.
019760     IF WS-OVERRIDE-FOUND
019770         SET IT-STATUS-MANUAL TO TRUE
019780     ELSE
019790         SET IT-STATUS-LOADED TO TRUE
019800     END-IF.
019810     REWRITE ITEMTAB-RECORD
019820         INVALID KEY
019830             WRITE ITEMTAB-RECORD
019840                 INVALID KEY
019850                     DISPLAY
019860                         'ITMLOAD - UNABLE TO WRITE ITEMTAB KEY '
019870                         IT-ITEM-KEY
019880             END-WRITE
019890     END-REWRITE.
019900*    A PRIOR ROW WHOSE COST DIFFERS, OR NO PRIOR ROW AT ALL, IS A
019910*    COST CHANGE FOR THE HISTORY.  A CHECKPOINT REPLAY FINDS THE
019920*    ROW ALREADY AT TONIGHT'S COST AND RECORDS NOTHING TWICE.
019930     MOVE ZERO TO WS-HIST-OLD-COST.
019940     IF WS-PRIOR-ROW-FOUND
019950      AND WS-PRIOR-UNIT-COST NUMERIC
019960         MOVE WS-PRIOR-UNIT-COST TO WS-HIST-OLD-COST
019970     END-IF.
019980     PERFORM 2470-RECORD-COST-CHANGE
019990         THRU 2470-RECORD-COST-CHANGE-EXIT.
020000 2450-PERSIST-TO-ITEMTAB-EXIT.
020010     EXIT.
020020
020030 2460-WRITE-DELTA-RECORD.
020040*    A KEY THE PREVIOUS RUN DID NOT CARRY IS AN ADD; A KEY IT
020050*    CARRIED WITH DIFFERENT DATA IS A CHANGE.  AN ITEM THAT
020060*    ARRIVED TONIGHT UNCHANGED WRITES NOTHING, WHICH IS THE
020070*    WHOLE POINT OF THE DELTA FILE.  THE IMAGE WRITTEN IS THE
020080*    ONE THAT WENT INTO THE TABLE, SO A MANUAL OVERRIDE THAT
020090*    LEFT THE ROW AS IT WAS PRODUCES NO DELTA EITHER.  THE
020100*    PRIOR ROW ONLY COUNTS IF ITS LOAD DATE IS THE PREVIOUS
020110*    RUN'S (SEE 1600) - A STALE ROW FROM AN EARLIER NIGHT WAS
020120*    ALREADY REPORTED AS A DELETE THE NIGHT ITS KEY WENT
020130*    MISSING, SO ITS KEY COMING BACK IS AN ADD, NOT A CHANGE.
020140     IF WS-PRIOR-ROW-NOT-FOUND
020150      OR WS-PRIOR-ROW-DATE NOT = WS-PRIOR-LOAD-DATE
020160         MOVE SPACES TO ITEMDLT-RECORD
020170         SET DL-ACTION-ADD TO TRUE
020180         MOVE WS-ITEM-KEY (WS-STORE-POS) TO DL-ITEM-KEY
020190         MOVE WS-ITEM (WS-STORE-POS)     TO DL-ITEM-DATA
020200         WRITE ITEMDLT-RECORD
020210         ADD 1 TO WS-DELTA-ADD-COUNT
020220     ELSE
020230         IF WS-ITEM (WS-STORE-POS) NOT = WS-PRIOR-ITEM-DATA
020240             MOVE SPACES TO ITEMDLT-RECORD
020250             SET DL-ACTION-CHANGE TO TRUE
020260             MOVE WS-ITEM-KEY (WS-STORE-POS) TO DL-ITEM-KEY
020270             MOVE WS-ITEM (WS-STORE-POS)     TO DL-ITEM-DATA
020280             WRITE ITEMDLT-RECORD
020290             ADD 1 TO WS-DELTA-CHG-COUNT
020300         END-IF
020310     END-IF.
020320 2460-WRITE-DELTA-RECORD-EXIT.
020330     EXIT.
020340
020350 2470-RECORD-COST-CHANGE.
020360*    ONE COSTHIST RECORD WHEN THE ROW NOW IN THE ITEMTAB RECORD
020370*    AREA CARRIES A DIFFERENT COST FROM WS-HIST-OLD-COST, WHICH
020380*    THE CALLER SETS (ZERO FOR A KEY NEW TO ITEMTAB).
020390     IF NOT WS-COSTHIST-USABLE
020400         GO TO 2470-RECORD-COST-CHANGE-EXIT
020410     END-IF.
020420     IF IT-UNIT-COST = WS-HIST-OLD-COST
020430         GO TO 2470-RECORD-COST-CHANGE-EXIT
020440     END-IF.
020450     MOVE SPACES           TO COSTHIST-RECORD.
020460     MOVE IT-ITEM-KEY      TO CH-ITEM-KEY.
020470     MOVE WS-CURR-DATE     TO CH-EFF-DATE.
020480     MOVE WS-CURR-TIME (1:6) TO CH-EFF-TIME.
020490     MOVE ZERO             TO CH-SEQ-NO.
020500     MOVE WS-HIST-OLD-COST TO CH-OLD-COST.
020510     MOVE IT-UNIT-COST     TO CH-NEW-COST.
020520     SET CH-SRC-LOAD       TO TRUE.
020530     MOVE 'ITMLOAD'        TO CH-PROGRAM-ID.
020540     MOVE SPACES           TO CH-OPERATOR-ID.
020550     MOVE IT-ONHAND-QTY    TO CH-ONHAND-QTY.
020560     MOVE IT-WAREHOUSE-CD  TO CH-WAREHOUSE-CD.
020570     MOVE 'N' TO WS-HIST-DONE-SW.
020580     PERFORM 2475-WRITE-COST-HISTORY
020590         THRU 2475-WRITE-COST-HISTORY-EXIT
020600         UNTIL WS-HIST-DONE.
020610 2470-RECORD-COST-CHANGE-EXIT.
020620     EXIT.
020630
020640 2475-WRITE-COST-HISTORY.
020650*    A SECOND CHANGE TO THE SAME ITEM IN THE SAME SECOND TAKES
020660*    THE NEXT SEQUENCE NUMBER RATHER THAN BEING LOST.
020670     WRITE COSTHIST-RECORD
020680         INVALID KEY
020690             IF WS-COSTHIST-STATUS = '22'
020700              AND CH-SEQ-NO < 99
020710                 ADD 1 TO CH-SEQ-NO
020720             ELSE
020730                 DISPLAY 'ITMLOAD - UNABLE TO WRITE COSTHIST KEY '
020740                     CH-HIST-KEY ', STATUS = ' WS-COSTHIST-STATUS
020750                 SET WS-HIST-DONE TO TRUE
020760             END-IF
020770             GO TO 2475-WRITE-COST-HISTORY-EXIT
020780     END-WRITE.
020790     ADD 1 TO WS-COST-CHG-COUNT.
020800     SET WS-HIST-DONE TO TRUE.
020810 2475-WRITE-COST-HISTORY-EXIT.
020820     EXIT.
020830
020840 2480-CHECK-LIFECYCLE.
020850*    A KEY COMING IN THAT THE ARCHIVE KNOWS ABOUT IS STILL
020860*    LOADED - THE CENTER IS SENDING IT, AND THE TABLE MUST SAY
020870*    WHAT THE CENTER SAYS - BUT IT IS LISTED ON THE CONTROL
020880*    REPORT.  AN ARCHIVED KEY IS MARKED RETURNED SO IT IS
020890*    FLAGGED ONLY THE NIGHT IT COMES BACK; A DISCONTINUED OR
020900*    OBSOLETE KEY IS FLAGGED EVERY NIGHT IT IS SENT, UNTIL
020910*    SOMEONE EITHER STOPS THE CENTER SENDING IT OR REINSTATES
020920*    IT THROUGH ITMINQ.  THE CALLER SETS WS-LIFE-SRC.
020930     IF NOT WS-ITEMARC-USABLE
020940         GO TO 2480-CHECK-LIFECYCLE-EXIT
020950     END-IF.
020960     MOVE IM-ITEM-KEY TO AR-ITEM-KEY.
020970     READ ITEMARC
020980         INVALID KEY
020990             GO TO 2480-CHECK-LIFECYCLE-EXIT
021000     END-READ.
021010     IF NOT AR-ARCHIVED
021020      AND NOT AR-LIFE-NO-REORDER
021030         GO TO 2480-CHECK-LIFECYCLE-EXIT
021040     END-IF.
021050
021060     MOVE SPACES TO WS-LIFE-FLAG-TEXT.
021070     IF AR-ARCHIVED
021080         ADD 1 TO WS-LIFE-RETURN-COUNT
021090         IF AR-LIFE-NO-REORDER
021100             STRING 'RETURNED, DROPPED ' AR-DROP-DATE
021110                 ', STATUS ' AR-LIFE-CD
021120                 DELIMITED BY SIZE INTO WS-LIFE-FLAG-TEXT
021130         ELSE
021140             STRING 'RETURNED FROM ARCHIVE, DROPPED '
021150                 AR-DROP-DATE
021160                 DELIMITED BY SIZE INTO WS-LIFE-FLAG-TEXT
021170         END-IF
021180         MOVE 'N'          TO AR-ARCHIVE-SW
021190         MOVE WS-CURR-DATE TO AR-RETURN-DATE
021200         REWRITE ITEMARC-RECORD
021210             INVALID KEY
021220                 DISPLAY 'ITMLOAD - UNABLE TO REWRITE ITEMARC '
021230                     'KEY ' AR-ITEM-KEY ', STATUS = '
021240                     WS-ITEMARC-STATUS
021250         END-REWRITE
021260     ELSE
021270         IF AR-LIFE-DISCONTINUED
021280             STRING 'DISCONTINUED ' AR-LIFE-SET-DATE
021290                 ' BY ' AR-LIFE-SET-BY
021300                 DELIMITED BY SIZE INTO WS-LIFE-FLAG-TEXT
021310         ELSE
021320             STRING 'OBSOLETE ' AR-LIFE-SET-DATE
021330                 ' BY ' AR-LIFE-SET-BY
021340                 DELIMITED BY SIZE INTO WS-LIFE-FLAG-TEXT
021350         END-IF
021360     END-IF.
021370     IF AR-LIFE-NO-REORDER
021380         ADD 1 TO WS-LIFE-DISC-COUNT
021390     END-IF.
021400
021410     IF WS-LIFE-FLAG-CNT >= 50
021420         ADD 1 TO WS-LIFE-FLAG-OVER
021430         GO TO 2480-CHECK-LIFECYCLE-EXIT
021440     END-IF.
021450     ADD 1 TO WS-LIFE-FLAG-CNT.
021460     MOVE IM-ITEM-KEY       TO WS-LF-ITEM-KEY (WS-LIFE-FLAG-CNT).
021470     MOVE WS-LIFE-SRC       TO WS-LF-SOURCE-NO (WS-LIFE-FLAG-CNT).
021480     MOVE WS-LIFE-FLAG-TEXT TO WS-LF-TEXT (WS-LIFE-FLAG-CNT).
021490 2480-CHECK-LIFECYCLE-EXIT.
021500     EXIT.
021510
021520 2500-WRITE-CHECKPOINT.
021530*    PERIODICALLY SNAPSHOTS LOAD PROGRESS SO A FAILURE PARTWAY
021540*    THROUGH THE RUN DOES NOT FORCE A FULL RERUN FROM ITEM ONE.
021550     MOVE WS-COUNT           TO CK-LAST-COUNT.
021560     MOVE IM-ITEM-KEY        TO CK-LAST-ITEM-KEY.
021570     MOVE WS-CURR-DATE       TO CK-RUN-DATE.
021580     MOVE WS-CURR-TIME (1:6) TO CK-RUN-TIME.
021590     MOVE WS-ATTEMPTED-COUNT TO CK-ATTEMPTED-COUNT.
021600     MOVE WS-REJECTED-COUNT  TO CK-REJECTED-COUNT.
021610     MOVE WS-SOURCE-NO       TO CK-SOURCE-NO.
021620     PERFORM 2510-SAVE-SOURCE-COUNTS
021630         THRU 2510-SAVE-SOURCE-COUNTS-EXIT
021640         VARYING WS-SRC-IX FROM 1 BY 1
021650         UNTIL WS-SRC-IX > 3.
021660     OPEN OUTPUT ITEMCKPT.
021670     WRITE ITEMCKPT-RECORD.
021680     CLOSE ITEMCKPT.
021690 2500-WRITE-CHECKPOINT-EXIT.
021700     EXIT.
021710
021720 2510-SAVE-SOURCE-COUNTS.
021730     MOVE WS-SRC-ATTEMPTED (WS-SRC-IX)
021740         TO CK-SRC-ATTEMPTED (WS-SRC-IX).
021750     MOVE WS-SRC-LOADED (WS-SRC-IX)
021760         TO CK-SRC-LOADED (WS-SRC-IX).
021770     MOVE WS-SRC-REJECTED (WS-SRC-IX)
021780         TO CK-SRC-REJECTED (WS-SRC-IX).
021790     MOVE WS-SRC-SUPERSEDED (WS-SRC-IX)
021800         TO CK-SRC-SUPERSEDED (WS-SRC-IX).
021810 2510-SAVE-SOURCE-COUNTS-EXIT.
021820     EXIT.
021830 
021840 2600-WRITE-EXCEPTION.
021850*    LOGS A LINE TO THE EXCEPTION REPORT FOR ANY REJECTED OR
021860*    OUT-OF-RANGE ITEM, AND A MATCHING DETAIL ROW TO THE AUDIT
021870*    TRAIL, INSTEAD OF LETTING THE CONDITION ABEND THE JOB.
021880*    CALLERS MOVE THE OFFENDING KEY AND SUBSCRIPT INTO
021890*    WS-EXC-KEY-WORK/WS-EXC-SUBSCRIPT-WORK AHEAD OF THE PERFORM -
021900*    THE HEADER-OVERFLOW CALLER IN 1300-READ-HEADER HAS NO
021910*    IM-ITEM-KEY/WS-COUNT CONTEXT TO OFFER SINCE IT RUNS BEFORE
021920*    ANY DETAIL RECORD HAS BEEN READ.
021930     PERFORM 2650-FORMAT-CURRENT-TIMESTAMP
021940         THRU 2650-FORMAT-CURRENT-TIMESTAMP-EXIT.
021950
021960     MOVE WS-EDIT-DATE          TO EXC-DATE.
021970     MOVE WS-EDIT-TIME          TO EXC-TIME.
021980     MOVE WS-EXC-KEY-WORK       TO EXC-ITEM-KEY.
021990     MOVE WS-EXC-SUBSCRIPT-WORK TO EXC-SUBSCRIPT.
022000     MOVE WS-REJECT-REASON      TO EXC-REASON.
022010     WRITE ITEMEXC-LINE.
022020
022030     MOVE WS-RUN-ID          TO AUD-RUN-ID.
022040     MOVE WS-CURR-DATE       TO AUD-RUN-DATE.
022050     MOVE WS-CURR-TIME (1:6) TO AUD-RUN-TIME.
022060     SET AUD-REJECT-DETAIL   TO TRUE.
022070     MOVE WS-MAX-ITEMS       TO AUD-FINAL-COUNT.
022080     MOVE WS-EXC-SUBSCRIPT-WORK TO AUD-REJECT-SUBSCRIPT.
022090     MOVE ZERO               TO AUD-REJECT-COUNT.
022100     SET AUD-NORMAL-COMPLETION TO TRUE.
022110*    THE KEY AND REASON LET THE ITMRAGE REJECT AGING REPORT
022120*    MATCH THE SAME ITEM'S REJECTS ACROSS RUNS.
022130     MOVE WS-EXC-KEY-WORK    TO AUD-REJECT-KEY.
022140     MOVE WS-REJECT-REASON   TO AUD-REJECT-REASON.
022150     WRITE AUDIT-RECORD.
022160 2600-WRITE-EXCEPTION-EXIT.
022170     EXIT.
022180
022190 2610-WRITE-RECYCLE-REJECT.
022200*    THE SAME DETAIL THAT FAILED, IN ITEMMAST DETAIL FORMAT
022210*    PLUS THE REJECT REASON, GOES TO THE MACHINE-READABLE
022220*    RECYCLE FILE SO THE CLERK CORRECTS A RECORD INSTEAD OF
022230*    RE-KEYING ONE FROM A PRINT LINE.  A RECYCLED ITEM THAT
022240*    FAILS AGAIN CYCLES TO THE NEXT NIGHT THE SAME WAY.
022250     MOVE SPACES TO ITEMRCYO-RECORD.
022260     MOVE IM-RECORD-TYPE   TO RC-RECORD-TYPE.
022270     MOVE IM-ITEM-KEY      TO RC-ITEM-KEY.
022280     MOVE IM-ITEM-DATA     TO RC-ITEM-DATA.
022290     MOVE IM-ACTION-CODE   TO RC-ACTION-CODE.
022300     MOVE WS-REJECT-REASON TO RC-REJECT-REASON.
022310     WRITE ITEMRCYO-RECORD.
022320     ADD 1 TO WS-RECYCLE-OUT-COUNT.
022330 2610-WRITE-RECYCLE-REJECT-EXIT.
022340     EXIT.
022350
022360 2650-FORMAT-CURRENT-TIMESTAMP.
022370     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
022380     ACCEPT WS-EVT-TIME FROM TIME.
022390     STRING WS-EVT-YYYY '-' WS-EVT-MM '-' WS-EVT-DD
022400         DELIMITED BY SIZE INTO WS-EDIT-DATE.
022410     STRING WS-EVT-HH ':' WS-EVT-MN ':' WS-EVT-SS
022420         DELIMITED BY SIZE INTO WS-EDIT-TIME.
022430 2650-FORMAT-CURRENT-TIMESTAMP-EXIT.
022440     EXIT.
022450
022460 2700-RECORD-LOCATION.
022470*    EVERY VALID ARRIVAL IS KEPT BY CENTER, WHETHER IT WON INTO
022480*    ITEMTAB OR WAS SUPERSEDED BY A HIGHER-PRIORITY CENTER, SO
022490*    THE STOCK EACH CENTER REPORTED SURVIVES THE MERGE.  THE
022500*    CENTER'S OWN FIGURES ARE RECORDED AS SENT - A MANUAL
022510*    OVERRIDE OR A COST HOLD CHANGES WHAT ITEMTAB CARRIES, NOT
022520*    WHAT IS PHYSICALLY ON THE CENTER'S SHELF.  A ROW ALREADY
022530*    STAMPED TODAY IS AN ITEM REPLAYED AFTER A CHECKPOINT
022540*    RESTART; ITS OLD FIGURES COME BACK OUT OF THE NETWORK
022550*    TOTAL BEFORE THE NEW ONES GO IN, SO A RESTART NEVER
022560*    COUNTS A CENTER TWICE.
022570     IF NOT WS-STKLOC-USABLE
022580         GO TO 2700-RECORD-LOCATION-EXIT
022590     END-IF.
022600     MOVE 'N'  TO WS-LOC-REPEAT-SW.
022610     MOVE ZERO TO WS-LOC-OLD-QTY.
022620     MOVE ZERO TO WS-LOC-OLD-ROP.
022630     MOVE IM-ITEM-KEY  TO SL-ITEM-KEY.
022640     MOVE WS-SOURCE-NO TO SL-SOURCE-NO.
022650     PERFORM 2730-READ-STKLOC THRU 2730-READ-STKLOC-EXIT.
022660     IF WS-LOC-ROW-FOUND
022670      AND SL-LOAD-DATE = WS-CURR-DATE
022680         SET WS-LOC-REPEAT TO TRUE
022690         MOVE SL-ONHAND-QTY    TO WS-LOC-OLD-QTY
022700         MOVE SL-REORDER-POINT TO WS-LOC-OLD-ROP
022710     END-IF.
022720     MOVE SPACES           TO SL-LOC-DATA.
022730     MOVE IM-ONHAND-QTY    TO SL-ONHAND-QTY.
022740     MOVE IM-REORDER-POINT TO SL-REORDER-POINT.
022750     MOVE IM-WAREHOUSE-CD  TO SL-WAREHOUSE-CD.
022760     MOVE WS-CURR-DATE     TO SL-LOAD-DATE.
022770     MOVE ZERO             TO SL-CENTER-COUNT.
022780     IF WS-ITEM-SUPERSEDED
022790         SET SL-ROLE-SUPERSEDED TO TRUE
022800     ELSE
022810         SET SL-ROLE-PRIMARY TO TRUE
022820     END-IF.
022830     IF WS-LOC-ROW-FOUND
022840         REWRITE STKLOC-RECORD
022850             INVALID KEY
022860                 CONTINUE
022870         END-REWRITE
022880     ELSE
022890         WRITE STKLOC-RECORD
022900             INVALID KEY
022910                 CONTINUE
022920         END-WRITE
022930     END-IF.
022940     IF WS-STKLOC-STATUS NOT = '00'
022950         DISPLAY 'ITMLOAD - UNABLE TO WRITE STKLOC KEY '
022960             SL-LOC-KEY ', STATUS = ' WS-STKLOC-STATUS
022970         GO TO 2700-RECORD-LOCATION-EXIT
022980     END-IF.
022990     ADD 1 TO WS-LOC-ROWS-COUNT.
023000     PERFORM 2710-ADD-TO-NETWORK-TOTAL
023010         THRU 2710-ADD-TO-NETWORK-TOTAL-EXIT.
023020 2700-RECORD-LOCATION-EXIT.
023030     EXIT.
023040
023050 2710-ADD-TO-NETWORK-TOTAL.
023060*    THE ITEM'S TOTAL ROW IS STARTED FRESH THE FIRST TIME THE
023070*    ITEM ARRIVES ON A NEW LOAD DATE.  AT THAT POINT ANY OTHER
023080*    CENTER'S ROW LEFT FROM AN EARLIER NIGHT BELONGS TO A
023090*    CENTER THAT HAS STOPPED SENDING THE ITEM, AND IS REMOVED
023100*    SO THE INQUIRY NEVER SHOWS A STALE POSITION AS TONIGHT'S.
023110     MOVE IM-ITEM-KEY TO SL-ITEM-KEY.
023120     MOVE ZERO        TO SL-SOURCE-NO.
023130     PERFORM 2730-READ-STKLOC THRU 2730-READ-STKLOC-EXIT.
023140     MOVE WS-LOC-ROW-SW TO WS-LOC-TOTAL-SW.
023150     IF NOT WS-LOC-ROW-FOUND
023160      OR SL-LOAD-DATE NOT = WS-CURR-DATE
023170         PERFORM 2720-DROP-STALE-CENTER
023180             THRU 2720-DROP-STALE-CENTER-EXIT
023190             VARYING WS-LOC-SRC FROM 1 BY 1
023200             UNTIL WS-LOC-SRC > 3
023210         MOVE IM-ITEM-KEY  TO SL-ITEM-KEY
023220         MOVE ZERO         TO SL-SOURCE-NO
023230         MOVE SPACES       TO SL-LOC-DATA
023240         MOVE ZERO         TO SL-ONHAND-QTY
023250         MOVE ZERO         TO SL-REORDER-POINT
023260         MOVE ZERO         TO SL-CENTER-COUNT
023270         MOVE WS-CURR-DATE TO SL-LOAD-DATE
023280         SET SL-ROLE-TOTAL TO TRUE
023290         MOVE 'N'  TO WS-LOC-REPEAT-SW
023300         MOVE ZERO TO WS-LOC-OLD-QTY
023310         MOVE ZERO TO WS-LOC-OLD-ROP
023320     END-IF.
023330     SUBTRACT WS-LOC-OLD-QTY FROM SL-ONHAND-QTY.
023340     SUBTRACT WS-LOC-OLD-ROP FROM SL-REORDER-POINT.
023350     ADD IM-ONHAND-QTY    TO SL-ONHAND-QTY.
023360     ADD IM-REORDER-POINT TO SL-REORDER-POINT.
023370     IF NOT WS-LOC-REPEAT
023380         ADD 1 TO SL-CENTER-COUNT
023390     END-IF.
023400     IF WS-LOC-TOTAL-ON-FILE
023410         REWRITE STKLOC-RECORD
023420             INVALID KEY
023430                 CONTINUE
023440         END-REWRITE
023450     ELSE
023460         WRITE STKLOC-RECORD
023470             INVALID KEY
023480                 CONTINUE
023490         END-WRITE
023500     END-IF.
023510     IF WS-STKLOC-STATUS NOT = '00'
023520         DISPLAY 'ITMLOAD - UNABLE TO WRITE STKLOC KEY '
023530             SL-LOC-KEY ', STATUS = ' WS-STKLOC-STATUS
023540     END-IF.
023550 2710-ADD-TO-NETWORK-TOTAL-EXIT.
023560     EXIT.
023570
023580 2720-DROP-STALE-CENTER.
023590*    THE CENTER NOW BEING LOADED HAS JUST WRITTEN ITS OWN ROW,
023600*    SO ONLY THE OTHER CENTERS ARE LOOKED AT.
023610     IF WS-LOC-SRC = WS-SOURCE-NO
023620         GO TO 2720-DROP-STALE-CENTER-EXIT
023630     END-IF.
023640     MOVE IM-ITEM-KEY TO SL-ITEM-KEY.
023650     MOVE WS-LOC-SRC  TO SL-SOURCE-NO.
023660     PERFORM 2730-READ-STKLOC THRU 2730-READ-STKLOC-EXIT.
023670     IF WS-LOC-ROW-FOUND
023680      AND SL-LOAD-DATE NOT = WS-CURR-DATE
023690         DELETE STKLOC RECORD
023700             INVALID KEY
023710                 CONTINUE
023720         END-DELETE
023730     END-IF.
023740 2720-DROP-STALE-CENTER-EXIT.
023750     EXIT.
023760
023770 2730-READ-STKLOC.
023780     MOVE 'N' TO WS-LOC-ROW-SW.
023790     READ STKLOC
023800         INVALID KEY
023810             CONTINUE
023820         NOT INVALID KEY
023830             SET WS-LOC-ROW-FOUND TO TRUE
023840     END-READ.
023850 2730-READ-STKLOC-EXIT.
023860     EXIT.
023870
023880 2800-RECYCLE-PASS.
023890*    AFTER THE MAIN ITEMMAST PASS, A CORRECTED RECYCLE FILE
023900*    FROM A PRIOR NIGHT'S REJECTS IS APPLIED THROUGH THE SAME
023910*    VALIDATE / DUPLICATE / BOUNDS / STORE PATH SO FIXED ITEMS
023920*    LAND TONIGHT.  THE FILE IS OPTIONAL - ON AN ORDINARY
023930*    NIGHT IT IS ABSENT AND THIS PASS FALLS STRAIGHT THROUGH.
023940*    CHECKPOINTS ARE NOT TAKEN HERE: THE PASS IS SHORT AND A
023950*    RESTART RERUNS IT FROM THE TOP.
023960     OPEN INPUT ITEMRCYI.
023970     IF WS-ITEMRCYI-STATUS NOT = '00' AND
023980        WS-ITEMRCYI-STATUS NOT = '05'
023990         DISPLAY 'ITMLOAD - ITEMRCYI OPEN STATUS = '
024000             WS-ITEMRCYI-STATUS ', RECYCLE PASS SKIPPED'
024010         GO TO 2800-RECYCLE-PASS-EXIT
024020     END-IF.
024030     SET WS-RECYCLE-PASS TO TRUE.
024040     PERFORM 2810-LOAD-RECYCLE-ITEM
024050         THRU 2810-LOAD-RECYCLE-ITEM-EXIT
024060         UNTIL WS-RECYCIN-EOF.
024070     SET WS-MAIN-PASS TO TRUE.
024080     CLOSE ITEMRCYI.
024090 2800-RECYCLE-PASS-EXIT.
024100     EXIT.
024110
024120 2810-LOAD-RECYCLE-ITEM.
024130     READ ITEMRCYI
024140         AT END
024150             SET WS-RECYCIN-EOF TO TRUE
024160             GO TO 2810-LOAD-RECYCLE-ITEM-EXIT
024170     END-READ.
024180     ADD 1 TO WS-RECYCLE-IN-COUNT.
024190     ADD 1 TO WS-ATTEMPTED-COUNT.
024200     MOVE WS-RECYCLE-IN-COUNT TO WS-COUNT.
024210
024220*    THE CORRECTED RECORD IS MOVED INTO THE ITEMMAST DETAIL
024230*    AREA SO EVERY DOWNSTREAM EDIT SEES THE SAME FIELDS IT
024240*    WOULD ON THE MAIN PASS.
024250     MOVE RI-RECORD-TYPE TO IM-RECORD-TYPE.
024260     MOVE RI-ITEM-KEY    TO IM-ITEM-KEY.
024270     MOVE RI-ITEM-DATA   TO IM-ITEM-DATA.
024280     MOVE RI-ACTION-CODE TO IM-ACTION-CODE.
024290
024300     IF NOT IM-DETAIL-REC
024310         MOVE 'RECYCLE RECORD IS NOT A DETAIL'
024320             TO WS-REJECT-REASON
024330         MOVE ZERO     TO WS-EXC-KEY-WORK
024340         MOVE WS-COUNT TO WS-EXC-SUBSCRIPT-WORK
024350         PERFORM 2600-WRITE-EXCEPTION
024360             THRU 2600-WRITE-EXCEPTION-EXIT
024370         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
024380         GO TO 2810-LOAD-RECYCLE-ITEM-EXIT
024390     END-IF.
024400
024410*    A REJECT THAT CAME OFF A MAINTENANCE NIGHT STILL CARRIES
024420*    ITS ACTION CODE AND IS STILL A TRANSACTION, NOT AN ITEM -
024430*    FORCING IT THROUGH THE TABLE LOAD WOULD TURN A CORRECTED
024440*    DELETE INTO A RE-ADD OF THE VERY KEY IT WAS MEANT TO
024450*    REMOVE.  ACTION-CODED RECORDS GO THROUGH THE SAME APPLY
024460*    PARAGRAPHS THE MAINTENANCE LOOP USES; NOTE ITEMOUT IS CUT
024470*    FROM THE IN-MEMORY TABLE, SO LIKE ANY MAINTENANCE ACTION
024480*    THEIR EFFECT REACHES FULL-DUMP READERS WITH THE NEXT FEED
024490*    WHILE ITEMDLT CARRIES IT TONIGHT.
024500     IF IM-ACTION-ADD
024510         PERFORM 2910-APPLY-ADD THRU 2910-APPLY-ADD-EXIT
024520         GO TO 2810-LOAD-RECYCLE-ITEM-EXIT
024530     END-IF.
024540     IF IM-ACTION-CHANGE
024550         PERFORM 2920-APPLY-CHANGE THRU 2920-APPLY-CHANGE-EXIT
024560         GO TO 2810-LOAD-RECYCLE-ITEM-EXIT
024570     END-IF.
024580     IF IM-ACTION-DELETE
024590         PERFORM 2930-APPLY-DELETE THRU 2930-APPLY-DELETE-EXIT
024600         GO TO 2810-LOAD-RECYCLE-ITEM-EXIT
024610     END-IF.
024620
024630     PERFORM 2200-VALIDATE-ITEM THRU 2200-VALIDATE-ITEM-EXIT.
024640     IF WS-ITEM-NOT-VALID
024650         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
024660         GO TO 2810-LOAD-RECYCLE-ITEM-EXIT
024670     END-IF.
024680
024690     PERFORM 2300-CHECK-DUPLICATE
024700         THRU 2300-CHECK-DUPLICATE-EXIT.
024710     IF WS-DUP-FOUND
024720         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
024730         GO TO 2810-LOAD-RECYCLE-ITEM-EXIT
024740     END-IF.
024750
024760     PERFORM 2100-CHECK-BOUNDS THRU 2100-CHECK-BOUNDS-EXIT.
024770     IF WS-SUBSCRIPT-OUT-OF-BOUNDS
024780         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
024790         SET WS-RECYCIN-EOF TO TRUE
024800         GO TO 2810-LOAD-RECYCLE-ITEM-EXIT
024810     END-IF.
024820
024830     PERFORM 2400-STORE-ITEM THRU 2400-STORE-ITEM-EXIT.
024840     ADD 1 TO WS-RECYCLE-LOADED-COUNT.
024850 2810-LOAD-RECYCLE-ITEM-EXIT.
024860     EXIT.
024870*
024880*****************************************************************
024890*    2900 SERIES  --  MAINTENANCE MODE TRANSACTIONS             *
024900*****************************************************************
024910 2900-APPLY-MAINT-TXN.
024920*    ONE ACTION-CODED DETAIL, APPLIED DIRECTLY AGAINST ITEMTAB.
024930*    THE IN-MEMORY TABLE IS NOT BUILT AND ITEMOUT IS NOT CUT ON
024940*    A MAINTENANCE NIGHT - ITEMDLT CARRIES EXACTLY WHAT WAS
024950*    APPLIED, WHICH IS WHAT DOWNSTREAM NEEDS.
024960     PERFORM 2010-READ-CURRENT-SOURCE
024970         THRU 2010-READ-CURRENT-SOURCE-EXIT.
024980     IF WS-ITEMMAST-EOF
024990         SET WS-LOAD-DONE TO TRUE
025000         GO TO 2900-APPLY-MAINT-TXN-EXIT
025010     END-IF.
025020     ADD 1 TO WS-ATTEMPTED-COUNT.
025030     ADD 1 TO WS-SRC-ATTEMPTED (WS-SOURCE-NO).
025040
025050     IF NOT IM-DETAIL-REC
025060         MOVE 'ITEMMAST RECORD OUT OF SEQUENCE, NOT A DETAIL'
025070             TO WS-REJECT-REASON
025080         MOVE ZERO     TO WS-EXC-KEY-WORK
025090         MOVE WS-COUNT TO WS-EXC-SUBSCRIPT-WORK
025100         PERFORM 2600-WRITE-EXCEPTION
025110             THRU 2600-WRITE-EXCEPTION-EXIT
025120         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
025130         GO TO 2900-APPLY-MAINT-TXN-EXIT
025140     END-IF.
025150
025160     IF IM-ACTION-ADD
025170         PERFORM 2910-APPLY-ADD THRU 2910-APPLY-ADD-EXIT
025180     ELSE
025190         IF IM-ACTION-CHANGE
025200             PERFORM 2920-APPLY-CHANGE
025210                 THRU 2920-APPLY-CHANGE-EXIT
025220         ELSE
025230             IF IM-ACTION-DELETE
025240                 PERFORM 2930-APPLY-DELETE
025250                     THRU 2930-APPLY-DELETE-EXIT
025260             ELSE
025270                 MOVE 'MAINTENANCE ACTION CODE NOT A, C, OR D'
025280                     TO WS-REJECT-REASON
025290                 MOVE IM-ITEM-KEY TO WS-EXC-KEY-WORK
025300                 MOVE WS-COUNT    TO WS-EXC-SUBSCRIPT-WORK
025310                 PERFORM 2600-WRITE-EXCEPTION
025320                     THRU 2600-WRITE-EXCEPTION-EXIT
025330                 PERFORM 2610-WRITE-RECYCLE-REJECT
025340                     THRU 2610-WRITE-RECYCLE-REJECT-EXIT
025350             PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
025360             END-IF
025370         END-IF
025380     END-IF.
025390 2900-APPLY-MAINT-TXN-EXIT.
025400     EXIT.
025410
025420 2910-APPLY-ADD.
025430*    AN ADD MUST BE A BRAND NEW KEY.  A KEY ALREADY ON FILE IS
025440*    REJECTED RATHER THAN SILENTLY OVERWRITTEN - IF THE SENDER
025450*    MEANT TO REPLACE IT, THAT IS WHAT THE CHANGE ACTION SAYS.
025460     PERFORM 2200-VALIDATE-ITEM THRU 2200-VALIDATE-ITEM-EXIT.
025470     IF WS-ITEM-NOT-VALID
025480         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
025490         GO TO 2910-APPLY-ADD-EXIT
025500     END-IF.
025510
025520     SET WS-ROW-NOT-FOUND TO TRUE.
025530     MOVE IM-ITEM-KEY TO IT-ITEM-KEY.
025540     READ ITEMTAB
025550         INVALID KEY
025560             CONTINUE
025570         NOT INVALID KEY
025580             SET WS-ROW-FOUND TO TRUE
025590     END-READ.
025600     IF WS-ROW-FOUND
025610         MOVE 'ADD KEY IS ALREADY ON FILE' TO WS-REJECT-REASON
025620         MOVE IM-ITEM-KEY TO WS-EXC-KEY-WORK
025630         MOVE WS-COUNT    TO WS-EXC-SUBSCRIPT-WORK
025640         PERFORM 2600-WRITE-EXCEPTION
025650             THRU 2600-WRITE-EXCEPTION-EXIT
025660         PERFORM 2610-WRITE-RECYCLE-REJECT
025670             THRU 2610-WRITE-RECYCLE-REJECT-EXIT
025680         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
025690         GO TO 2910-APPLY-ADD-EXIT
025700     END-IF.
025710
025720     MOVE IM-ITEM-KEY  TO IT-ITEM-KEY.
025730     MOVE IM-ITEM-DATA TO IT-ITEM-DATA.
025740     SET IT-STATUS-LOADED TO TRUE.
025750*    A CORRECTION IS NOT A LOAD: THE NEW ROW JOINS THE STANDING
025760*    FULL-LOAD BASELINE (CAPTURED BY 1600) RATHER THAN STAMPING
025770*    THE MAINTENANCE DATE.  STAMPING TONIGHT WOULD MAKE THE
025780*    NEXT FULL REFRESH TREAT THIS NIGHT AS THE DELTA BASELINE
025790*    AND CALL EVERY UNTOUCHED ITEM AN ADD.  ON A FULL-REFRESH
025800*    NIGHT (A RECYCLED ACTION) TONIGHT *IS* THE BASELINE.
025810     IF WS-FULL-REFRESH-MODE
025820      OR WS-PRIOR-LOAD-DATE = ZERO
025830         MOVE WS-CURR-DATE TO IT-LOAD-DATE
025840     ELSE
025850         MOVE WS-PRIOR-LOAD-DATE TO IT-LOAD-DATE
025860     END-IF.
025870     WRITE ITEMTAB-RECORD
025880         INVALID KEY
025890             DISPLAY 'ITMLOAD - UNABLE TO WRITE ITEMTAB KEY '
025900                 IT-ITEM-KEY
025910             PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
025920             GO TO 2910-APPLY-ADD-EXIT
025930     END-WRITE.
025940     MOVE ZERO TO WS-HIST-OLD-COST.
025950     PERFORM 2470-RECORD-COST-CHANGE
025960         THRU 2470-RECORD-COST-CHANGE-EXIT.
025970     ADD 1 TO WS-MAINT-ADD-COUNT.
025980     MOVE WS-SOURCE-NO TO WS-LIFE-SRC.
025990     PERFORM 2480-CHECK-LIFECYCLE
026000         THRU 2480-CHECK-LIFECYCLE-EXIT.
026010     PERFORM 2030-COUNT-LOADED THRU 2030-COUNT-LOADED-EXIT.
026020
026030     MOVE SPACES TO ITEMDLT-RECORD.
026040     SET DL-ACTION-ADD TO TRUE.
026050     MOVE IT-ITEM-KEY  TO DL-ITEM-KEY.
026060     MOVE IT-ITEM-DATA TO DL-ITEM-DATA.
026070     WRITE ITEMDLT-RECORD.
026080     ADD 1 TO WS-DELTA-ADD-COUNT.
026090 2910-APPLY-ADD-EXIT.
026100     EXIT.
026110
026120 2920-APPLY-CHANGE.
026130*    A CHANGE REWRITES THE ROW IN PLACE.  A MANUALLY CORRECTED
026140*    ROW IS LEFT ALONE, THE SAME RULE 2410 APPLIES ON A FULL
026150*    LOAD - THE OPERATOR'S FIX OUTRANKS THE SENDER'S FILE.
026160     PERFORM 2200-VALIDATE-ITEM THRU 2200-VALIDATE-ITEM-EXIT.
026170     IF WS-ITEM-NOT-VALID
026180         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
026190         GO TO 2920-APPLY-CHANGE-EXIT
026200     END-IF.
026210
026220     SET WS-ROW-NOT-FOUND TO TRUE.
026230     MOVE IM-ITEM-KEY TO IT-ITEM-KEY.
026240     READ ITEMTAB
026250         INVALID KEY
026260             CONTINUE
026270         NOT INVALID KEY
026280             SET WS-ROW-FOUND TO TRUE
026290     END-READ.
026300     IF WS-ROW-NOT-FOUND
026310         MOVE 'CHANGE KEY IS NOT ON FILE' TO WS-REJECT-REASON
026320         MOVE IM-ITEM-KEY TO WS-EXC-KEY-WORK
026330         MOVE WS-COUNT    TO WS-EXC-SUBSCRIPT-WORK
026340         PERFORM 2600-WRITE-EXCEPTION
026350             THRU 2600-WRITE-EXCEPTION-EXIT
026360         PERFORM 2610-WRITE-RECYCLE-REJECT
026370             THRU 2610-WRITE-RECYCLE-REJECT-EXIT
026380         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
026390         GO TO 2920-APPLY-CHANGE-EXIT
026400     END-IF.
026410     IF IT-STATUS-MANUAL
026420         MOVE 'MANUAL CORRECTION ON FILE, CHANGE NOT APPLIED'
026430             TO WS-REJECT-REASON
026440         MOVE IM-ITEM-KEY TO WS-EXC-KEY-WORK
026450         MOVE WS-COUNT    TO WS-EXC-SUBSCRIPT-WORK
026460         PERFORM 2600-WRITE-EXCEPTION
026470             THRU 2600-WRITE-EXCEPTION-EXIT
026480         PERFORM 2610-WRITE-RECYCLE-REJECT
026490             THRU 2610-WRITE-RECYCLE-REJECT-EXIT
026500         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
026510         GO TO 2920-APPLY-CHANGE-EXIT
026520     END-IF.
026530
026540     MOVE IT-UNIT-COST TO WS-HIST-OLD-COST.
026550     MOVE IM-ITEM-DATA TO IT-ITEM-DATA.
026560     SET IT-STATUS-LOADED TO TRUE.
026570*    IT-LOAD-DATE IS LEFT AS THE LOADER WROTE IT - A CORRECTION
026580*    IS NOT A LOAD, AND RESTAMPING IT WOULD SHIFT THE DELTA
026590*    BASELINE THE NEXT FULL REFRESH MEASURES AGAINST.
026600     REWRITE ITEMTAB-RECORD
026610         INVALID KEY
026620             DISPLAY 'ITMLOAD - UNABLE TO REWRITE ITEMTAB KEY '
026630                 IT-ITEM-KEY
026640             PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
026650             GO TO 2920-APPLY-CHANGE-EXIT
026660     END-REWRITE.
026670     PERFORM 2470-RECORD-COST-CHANGE
026680         THRU 2470-RECORD-COST-CHANGE-EXIT.
026690     ADD 1 TO WS-MAINT-CHG-COUNT.
026700     MOVE WS-SOURCE-NO TO WS-LIFE-SRC.
026710     PERFORM 2480-CHECK-LIFECYCLE
026720         THRU 2480-CHECK-LIFECYCLE-EXIT.
026730     PERFORM 2030-COUNT-LOADED THRU 2030-COUNT-LOADED-EXIT.
026740
026750     MOVE SPACES TO ITEMDLT-RECORD.
026760     SET DL-ACTION-CHANGE TO TRUE.
026770     MOVE IT-ITEM-KEY  TO DL-ITEM-KEY.
026780     MOVE IT-ITEM-DATA TO DL-ITEM-DATA.
026790     WRITE ITEMDLT-RECORD.
026800     ADD 1 TO WS-DELTA-CHG-COUNT.
026810 2920-APPLY-CHANGE-EXIT.
026820     EXIT.
026830
026840 2930-APPLY-DELETE.
026850*    A DELETE NEEDS ONLY THE KEY - THE DATA PORTION OF THE
026860*    DETAIL IS NOT EDITED.  THE ROW COMES OFF FILE EVEN IF IT
026870*    WAS MANUALLY CORRECTED: DISCONTINUING AN ITEM IS A
026880*    DIFFERENT DECISION FROM WHAT ITS FIELDS SHOULD SAY.
026890     IF IM-ITEM-KEY = ZERO
026900         MOVE 'ITEM KEY IS ZERO OR MISSING' TO WS-REJECT-REASON
026910         MOVE IM-ITEM-KEY TO WS-EXC-KEY-WORK
026920         MOVE WS-COUNT    TO WS-EXC-SUBSCRIPT-WORK
026930         PERFORM 2600-WRITE-EXCEPTION
026940             THRU 2600-WRITE-EXCEPTION-EXIT
026950         PERFORM 2610-WRITE-RECYCLE-REJECT
026960             THRU 2610-WRITE-RECYCLE-REJECT-EXIT
026970         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
026980         GO TO 2930-APPLY-DELETE-EXIT
026990     END-IF.
027000
027010     SET WS-ROW-NOT-FOUND TO TRUE.
027020     MOVE IM-ITEM-KEY TO IT-ITEM-KEY.
027030     READ ITEMTAB
027040         INVALID KEY
027050             CONTINUE
027060         NOT INVALID KEY
027070             SET WS-ROW-FOUND TO TRUE
027080     END-READ.
027090     IF WS-ROW-NOT-FOUND
027100         MOVE 'DELETE KEY IS NOT ON FILE' TO WS-REJECT-REASON
027110         MOVE IM-ITEM-KEY TO WS-EXC-KEY-WORK
027120         MOVE WS-COUNT    TO WS-EXC-SUBSCRIPT-WORK
027130         PERFORM 2600-WRITE-EXCEPTION
027140             THRU 2600-WRITE-EXCEPTION-EXIT
027150         PERFORM 2610-WRITE-RECYCLE-REJECT
027160             THRU 2610-WRITE-RECYCLE-REJECT-EXIT
027170         PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
027180         GO TO 2930-APPLY-DELETE-EXIT
027190     END-IF.
027200
027210*    THE OUTGOING IMAGE IS CAPTURED FOR THE DELTA BEFORE THE
027220*    DELETE TAKES IT OFF FILE.
027230     MOVE SPACES TO ITEMDLT-RECORD.
027240     SET DL-ACTION-DELETE TO TRUE.
027250     MOVE IT-ITEM-KEY  TO DL-ITEM-KEY.
027260     MOVE IT-ITEM-DATA TO DL-ITEM-DATA.
027270     MOVE ITEMTAB-RECORD TO WS-ARC-ROW.
027280     DELETE ITEMTAB RECORD
027290         INVALID KEY
027300             DISPLAY 'ITMLOAD - UNABLE TO DELETE ITEMTAB KEY '
027310                 IM-ITEM-KEY
027320             PERFORM 2020-COUNT-REJECT THRU 2020-COUNT-REJECT-EXIT
027330             GO TO 2930-APPLY-DELETE-EXIT
027340     END-DELETE.
027350     WRITE ITEMDLT-RECORD.
027360     ADD 1 TO WS-DELTA-DEL-COUNT.
027370     ADD 1 TO WS-MAINT-DEL-COUNT.
027380     MOVE 'M' TO WS-ARC-REASON-CD.
027390     PERFORM 3550-ARCHIVE-DROPPED-ROW
027400         THRU 3550-ARCHIVE-DROPPED-ROW-EXIT.
027410     PERFORM 2030-COUNT-LOADED THRU 2030-COUNT-LOADED-EXIT.
027420 2930-APPLY-DELETE-EXIT.
027430     EXIT.
027440*
027450*****************************************************************
027460*    3000 SERIES  --  DOWNSTREAM OUTPUT                          *
027470*****************************************************************
027480 3000-WRITE-ITEMOUT.
027490*    ITEMOUT IS ONLY OPENED - AND SO ONLY TRUNCATED - ONCE THE
027500*    RUN IS KNOWN TO BE CUTTING A FULL DUMP.  A MAINTENANCE
027510*    NIGHT NEVER COMES THROUGH HERE AND LEAVES THE PRIOR
027520*    GENERATION IN PLACE FOR ANY JOB STILL READING IT.
027530     OPEN OUTPUT ITEMOUT.
027540     IF WS-ITEMOUT-STATUS NOT = '00'
027550         DISPLAY 'ITMLOAD - UNABLE TO OPEN ITEMOUT, STATUS = '
027560             WS-ITEMOUT-STATUS
027570         SET WS-ABNORMAL-RUN TO TRUE
027580         MOVE 16 TO RETURN-CODE
027590         GO TO 3000-WRITE-ITEMOUT-EXIT
027600     END-IF.
027610     PERFORM 3100-WRITE-ONE-ITEM THRU 3100-WRITE-ONE-ITEM-EXIT
027620         VARYING WS-TABLE-IDX FROM 1 BY 1
027630         UNTIL WS-TABLE-IDX > WS-MAX-ITEMS.
027640     CLOSE ITEMOUT.
027650 3000-WRITE-ITEMOUT-EXIT.
027660     EXIT.
027670 
027680 3100-WRITE-ONE-ITEM.
027690     MOVE WS-ITEM-KEY (WS-TABLE-IDX) TO IO-ITEM-KEY.
027700     MOVE WS-ITEM (WS-TABLE-IDX)     TO IO-ITEM-DATA.
027710     WRITE ITEMOUT-RECORD.
027720 3100-WRITE-ONE-ITEM-EXIT.
027730     EXIT.
027740
027750 3500-WRITE-DELTA-DELETES.
027760*    A ROW STILL CARRYING THE PREVIOUS RUN'S LOAD DATE AFTER
027770*    TONIGHT'S LOAD HAS FINISHED IS A KEY THE FEED STOPPED
027780*    SENDING - IT IS ABSENT FROM TONIGHT'S TABLE AND FROM
027790*    ITEMOUT, SO DOWNSTREAM JOBS ARE TOLD TO DROP IT.  ONLY
027800*    THE PREVIOUS RUN'S ROWS QUALIFY: ROWS FROM STILL EARLIER
027810*    NIGHTS WERE ALREADY REPORTED AS DELETES THE NIGHT THEIR
027820*    KEY FIRST WENT MISSING, AND REPEATING THEM EVERY NIGHT
027830*    UNTIL ITMPURGE AGES THEM OUT WOULD BLOAT THE DELTA.  THE
027840*    PREVIOUS RUN'S DATE WAS CAPTURED BY 1600 BEFORE THE LOAD
027850*    REWROTE ANY ROW - AFTER THE LOAD IT CAN NO LONGER BE
027860*    TOLD APART FROM OLDER LEFTOVERS.  THE ROWS THEMSELVES
027870*    ARE LEFT ON FILE FOR ITMPURGE TO AGE OUT.
027880     IF WS-PRIOR-LOAD-DATE = ZERO
027890         GO TO 3500-WRITE-DELTA-DELETES-EXIT
027900     END-IF.
027910     MOVE 'N' TO WS-ITEMTAB-EOF-SW.
027920     MOVE ZERO TO IT-ITEM-KEY.
027930     START ITEMTAB KEY IS NOT LESS THAN IT-ITEM-KEY
027940         INVALID KEY
027950             SET WS-ITEMTAB-EOF TO TRUE
027960     END-START.
027970     PERFORM 3510-SCAN-FOR-DROPPED-KEY
027980         THRU 3510-SCAN-FOR-DROPPED-KEY-EXIT
027990         UNTIL WS-ITEMTAB-EOF.
028000 3500-WRITE-DELTA-DELETES-EXIT.
028010     EXIT.
028020
028030 3510-SCAN-FOR-DROPPED-KEY.
028040     READ ITEMTAB NEXT RECORD
028050         AT END
028060             SET WS-ITEMTAB-EOF TO TRUE
028070             GO TO 3510-SCAN-FOR-DROPPED-KEY-EXIT
028080     END-READ.
028090*    A HARD I/O ERROR MUST END THE SCAN, NOT SPIN IT.
028100     IF WS-ITEMTAB-STATUS NOT = '00'
028110         SET WS-ITEMTAB-EOF TO TRUE
028120         GO TO 3510-SCAN-FOR-DROPPED-KEY-EXIT
028130     END-IF.
028140     IF IT-LOAD-DATE = WS-PRIOR-LOAD-DATE
028150         MOVE SPACES TO ITEMDLT-RECORD
028160         SET DL-ACTION-DELETE TO TRUE
028170         MOVE IT-ITEM-KEY  TO DL-ITEM-KEY
028180         MOVE IT-ITEM-DATA TO DL-ITEM-DATA
028190         WRITE ITEMDLT-RECORD
028200         ADD 1 TO WS-DELTA-DEL-COUNT
028210         MOVE ITEMTAB-RECORD TO WS-ARC-ROW
028220         MOVE 'F' TO WS-ARC-REASON-CD
028230         PERFORM 3550-ARCHIVE-DROPPED-ROW
028240             THRU 3550-ARCHIVE-DROPPED-ROW-EXIT
028250     END-IF.
028260 3510-SCAN-FOR-DROPPED-KEY-EXIT.
028270     EXIT.
028280
028290 3550-ARCHIVE-DROPPED-ROW.
028300*    KEEPS THE LAST KNOWN DATA OF A ROW LEAVING THE ACTIVE SET.
028310*    ITMPURGE WILL TAKE A FEED-DROPPED ROW OFF ITEMTAB IN TIME
028320*    AND A MAINTENANCE DELETE HAS ALREADY GONE, SO THIS IS THE
028330*    ONLY PLACE THE ITEM IS REMEMBERED.  A LIFECYCLE STATUS
028340*    ALREADY ON THE ARCHIVE ROW IS KEPT - BEING DROPPED DOES
028350*    NOT REINSTATE A DISCONTINUED ITEM.
028360     IF NOT WS-ITEMARC-USABLE
028370         GO TO 3550-ARCHIVE-DROPPED-ROW-EXIT
028380     END-IF.
028390     MOVE 'N' TO WS-ARC-ROW-SW.
028400     MOVE WS-ARC-ITEM-KEY TO AR-ITEM-KEY.
028410     READ ITEMARC
028420         INVALID KEY
028430             CONTINUE
028440         NOT INVALID KEY
028450             SET WS-ARC-ROW-FOUND TO TRUE
028460     END-READ.
028470     IF NOT WS-ARC-ROW-FOUND
028480         MOVE SPACES          TO ITEMARC-RECORD
028490         MOVE WS-ARC-ITEM-KEY TO AR-ITEM-KEY
028500         MOVE ZERO            TO AR-LIFE-SET-DATE
028510     END-IF.
028520     SET AR-ARCHIVED TO TRUE.
028530     MOVE WS-CURR-DATE       TO AR-DROP-DATE.
028540     MOVE WS-ARC-REASON-CD   TO AR-DROP-REASON-CD.
028550     MOVE WS-ARC-LOAD-DATE   TO AR-LAST-LOAD-DATE.
028560     MOVE ZERO               TO AR-RETURN-DATE.
028570     MOVE WS-ARC-ITEM-DATA   TO AR-LAST-ITEM-DATA.
028580     MOVE WS-ARC-ITEM-STATUS TO AR-LAST-ITEM-STATUS.
028590     PERFORM 3560-FIND-LAST-CENTER
028600         THRU 3560-FIND-LAST-CENTER-EXIT.
028610     IF WS-ARC-ROW-FOUND
028620         REWRITE ITEMARC-RECORD
028630             INVALID KEY
028640                 DISPLAY 'ITMLOAD - UNABLE TO REWRITE ITEMARC '
028650                     'KEY ' AR-ITEM-KEY ', STATUS = '
028660                     WS-ITEMARC-STATUS
028670                 GO TO 3550-ARCHIVE-DROPPED-ROW-EXIT
028680         END-REWRITE
028690     ELSE
028700         WRITE ITEMARC-RECORD
028710             INVALID KEY
028720                 DISPLAY 'ITMLOAD - UNABLE TO WRITE ITEMARC KEY '
028730                     AR-ITEM-KEY ', STATUS = ' WS-ITEMARC-STATUS
028740                 GO TO 3550-ARCHIVE-DROPPED-ROW-EXIT
028750         END-WRITE
028760     END-IF.
028770     ADD 1 TO WS-ARCHIVED-COUNT.
028780 3550-ARCHIVE-DROPPED-ROW-EXIT.
028790     EXIT.
028800
028810 3560-FIND-LAST-CENTER.
028820*    THE CENTER THAT LAST SENT THE KEY IS THE ONE WHOSE STKLOC
028830*    ROW WON INTO ITEMTAB ON THE ROW'S OWN LOAD DATE.  A
028840*    RECYCLED OR MAINTENANCE-ADDED ROW HAS NO SUCH CENTER, AND
028850*    WITHOUT STKLOC IT CANNOT BE TOLD; BOTH ARCHIVE AS ZERO.
028860     MOVE ZERO TO AR-LAST-SOURCE-NO.
028870     IF NOT WS-STKLOC-USABLE
028880         GO TO 3560-FIND-LAST-CENTER-EXIT
028890     END-IF.
028900     PERFORM 3570-CHECK-ONE-CENTER
028910         THRU 3570-CHECK-ONE-CENTER-EXIT
028920         VARYING WS-LOC-SRC FROM 1 BY 1
028930         UNTIL WS-LOC-SRC > 3.
028940 3560-FIND-LAST-CENTER-EXIT.
028950     EXIT.
028960
028970 3570-CHECK-ONE-CENTER.
028980     MOVE WS-ARC-ITEM-KEY TO SL-ITEM-KEY.
028990     MOVE WS-LOC-SRC      TO SL-SOURCE-NO.
029000     PERFORM 2730-READ-STKLOC THRU 2730-READ-STKLOC-EXIT.
029010     IF WS-LOC-ROW-FOUND
029020      AND SL-ROLE-PRIMARY
029030      AND SL-LOAD-DATE = WS-ARC-LOAD-DATE
029040         MOVE WS-LOC-SRC TO AR-LAST-SOURCE-NO
029050     END-IF.
029060 3570-CHECK-ONE-CENTER-EXIT.
029070     EXIT.
029080
029090 3600-WRITE-DELTA-TRAILER.
029100     MOVE SPACES TO ITEMDLT-RECORD.
029110     SET DL-TRAILER-REC TO TRUE.
029120     MOVE WS-DELTA-ADD-COUNT TO DL-ADD-COUNT.
029130     MOVE WS-DELTA-CHG-COUNT TO DL-CHANGE-COUNT.
029140     MOVE WS-DELTA-DEL-COUNT TO DL-DELETE-COUNT.
029150     WRITE ITEMDLT-RECORD.
029160 3600-WRITE-DELTA-TRAILER-EXIT.
029170     EXIT.
029180*
029190*****************************************************************
029200*    4000 SERIES  --  RECONCILIATION                             *
029210*****************************************************************
029220 4000-RECONCILE-COUNTS.
029230*    COMPARES WHAT WAS ACTUALLY LOADED AGAINST WHAT THE HEADER
029240*    SAID TO EXPECT.  A SHORT LOAD OR A HEADER COUNT LARGER
029250*    THAN THE TABLE COULD HOLD BOTH SURFACE AS A DISTINCT
029260*    RETURN CODE SO THE SCHEDULER NO LONGER SEES A TRUNCATED
029270*    LOAD AS A CLEAN RUN.
029280*    A MAINTENANCE RUN HAS NO TABLE TO OVERFLOW - THE HEADER
029290*    COUNT IS RECONCILED AGAINST THE TRANSACTIONS ACTUALLY
029300*    READ, SO A TRUNCATED TRANSMISSION STILL SURFACES.
029310     IF WS-MAINT-MODE
029320         IF WS-ATTEMPTED-COUNT < WS-TARGET-COUNT
029330          OR WS-SOURCES-PROCESSED < 3
029340             SET WS-RECON-SHORT-LOAD TO TRUE
029350         ELSE
029360             SET WS-RECON-CLEAN TO TRUE
029370         END-IF
029380     ELSE
029390     IF WS-HEADER-OVERFLOW
029400         SET WS-RECON-OVERFLOW TO TRUE
029410     ELSE
029420*        EACH SOURCE IS RECONCILED AGAINST ITS OWN HEADER, SO
029430*        A SHORT TRANSMISSION IS BLAMED ON THE FILE THAT WAS
029440*        ACTUALLY SHORT.  RECYCLED ITEMS COUNT SEPARATELY AND
029450*        CANNOT PAPER OVER A SHORT SOURCE.
029460         SET WS-RECON-CLEAN TO TRUE
029470         PERFORM 4100-RECONCILE-ONE-SOURCE
029480             THRU 4100-RECONCILE-ONE-SOURCE-EXIT
029490             VARYING WS-SRC-IX FROM 1 BY 1
029500             UNTIL WS-SRC-IX > 3
029510     END-IF
029520     END-IF.
029530
029540*    A DUPLICATE-TRANSMISSION SKIP HAS ALREADY SET RC=12 AND
029550*    MUST NOT BE WATERED DOWN BY A LESSER RECONCILIATION CODE.
029560     IF WS-DISCREPANCY-CODE > RETURN-CODE
029570         MOVE WS-DISCREPANCY-CODE TO RETURN-CODE
029580     END-IF.
029590 4000-RECONCILE-COUNTS-EXIT.
029600     EXIT.
029610
029620 4100-RECONCILE-ONE-SOURCE.
029630*    AN ITEM SUPERSEDED BY A HIGHER-PRIORITY SOURCE ARRIVED
029640*    AND WAS ACCOUNTED FOR, SO IT COUNTS TOWARD THE SOURCE'S
029650*    HEADER ALONG WITH WHAT WAS LOADED; A SOURCE THAT NEVER
029660*    PROCESSED AT ALL IS A SHORT LOAD BY DEFINITION.
029670     IF NOT WS-SRC-PROCESSED (WS-SRC-IX)
029680         SET WS-RECON-SHORT-LOAD TO TRUE
029690         GO TO 4100-RECONCILE-ONE-SOURCE-EXIT
029700     END-IF.
029710     COMPUTE WS-TARGET-WORK = WS-SRC-LOADED (WS-SRC-IX)
029720         + WS-SRC-SUPERSEDED (WS-SRC-IX).
029730     IF WS-TARGET-WORK < WS-SRC-TARGET (WS-SRC-IX)
029740         SET WS-RECON-SHORT-LOAD TO TRUE
029750     END-IF.
029760 4100-RECONCILE-ONE-SOURCE-EXIT.
029770     EXIT.
029780*
029790*****************************************************************
029800*    5000 SERIES  --  END OF JOB CONTROL REPORT                  *
029810*****************************************************************
029820 5000-WRITE-SUMMARY-RPT.
029830     PERFORM 2650-FORMAT-CURRENT-TIMESTAMP
029840         THRU 2650-FORMAT-CURRENT-TIMESTAMP-EXIT.
029850 
029860     MOVE SPACES TO ITEMRPT-LINE.
029870     STRING 'ITMLOAD  NIGHTLY ITEM LOAD - CONTROL REPORT'
029880         DELIMITED BY SIZE INTO ITEMRPT-LINE.
029890     WRITE ITEMRPT-LINE.
029900 
029910     MOVE SPACES TO ITEMRPT-LINE.
029920     STRING 'RUN ID: ' WS-RUN-ID
029930         '   RUN DATE: ' WS-EDIT-DATE
029940         '   RUN TIME: ' WS-EDIT-TIME
029950         DELIMITED BY SIZE INTO ITEMRPT-LINE.
029960     WRITE ITEMRPT-LINE.
029970
029980     MOVE SPACES TO ITEMRPT-LINE.
029990     IF WS-MAINT-MODE
030000         STRING 'RUN MODE ................. MAINTENANCE'
030010             DELIMITED BY SIZE INTO ITEMRPT-LINE
030020     ELSE
030030         STRING 'RUN MODE ................. FULL REFRESH'
030040             DELIMITED BY SIZE INTO ITEMRPT-LINE
030050     END-IF.
030060     WRITE ITEMRPT-LINE.
030070
030080     MOVE SPACES TO ITEMRPT-LINE.
030090     STRING 'ITEMS ATTEMPTED .......... ' WS-ATTEMPTED-COUNT
030100         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030110     WRITE ITEMRPT-LINE.
030120 
030130     MOVE SPACES TO ITEMRPT-LINE.
030140     STRING 'ITEMS LOADED ............. ' WS-MAX-ITEMS
030150         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030160     WRITE ITEMRPT-LINE.
030170 
030180     MOVE SPACES TO ITEMRPT-LINE.
030190     STRING 'ITEMS REJECTED ........... ' WS-REJECTED-COUNT
030200         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030210     WRITE ITEMRPT-LINE.
030220
030230     MOVE SPACES TO ITEMRPT-LINE.
030240     STRING 'COSTS HELD IN SUSPENSE ... ' WS-SUSPENDED-COUNT
030250         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030260     WRITE ITEMRPT-LINE.
030270
030280     MOVE SPACES TO ITEMRPT-LINE.
030290     STRING 'REJECTS TO RECYCLE ....... ' WS-RECYCLE-OUT-COUNT
030300         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030310     WRITE ITEMRPT-LINE.
030320
030330     MOVE SPACES TO ITEMRPT-LINE.
030340     STRING 'RECYCLE ITEMS READ ....... ' WS-RECYCLE-IN-COUNT
030350         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030360     WRITE ITEMRPT-LINE.
030370
030380     MOVE SPACES TO ITEMRPT-LINE.
030390     STRING 'RECYCLE ITEMS LOADED ..... ' WS-RECYCLE-LOADED-COUNT
030400         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030410     WRITE ITEMRPT-LINE.
030420
030430     MOVE SPACES TO ITEMRPT-LINE.
030440     STRING 'CENTER POSITIONS WRITTEN . ' WS-LOC-ROWS-COUNT
030450         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030460     WRITE ITEMRPT-LINE.
030470
030480     MOVE SPACES TO ITEMRPT-LINE.
030490     STRING 'COST CHANGES RECORDED .... ' WS-COST-CHG-COUNT
030500         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030510     WRITE ITEMRPT-LINE.
030520
030530     MOVE SPACES TO ITEMRPT-LINE.
030540     STRING 'ITEMS ARCHIVED ........... ' WS-ARCHIVED-COUNT
030550         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030560     WRITE ITEMRPT-LINE.
030570
030580     MOVE SPACES TO ITEMRPT-LINE.
030590     STRING 'ARCHIVED KEYS RETURNED ... ' WS-LIFE-RETURN-COUNT
030600         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030610     WRITE ITEMRPT-LINE.
030620
030630     MOVE SPACES TO ITEMRPT-LINE.
030640     STRING 'DISCONTINUED KEYS SENT ... ' WS-LIFE-DISC-COUNT
030650         DELIMITED BY SIZE INTO ITEMRPT-LINE.
030660     WRITE ITEMRPT-LINE.
030670
030680     PERFORM 5300-WRITE-LIFECYCLE-LINE
030690         THRU 5300-WRITE-LIFECYCLE-LINE-EXIT
030700         VARYING WS-LF-SUB FROM 1 BY 1
030710         UNTIL WS-LF-SUB > WS-LIFE-FLAG-CNT.
030720     IF WS-LIFE-FLAG-OVER > ZERO
030730         MOVE SPACES TO ITEMRPT-LINE
030740         STRING '    ... AND ' WS-LIFE-FLAG-OVER
030750             ' MORE, NOT LISTED - SEE ITEMARC'
030760             DELIMITED BY SIZE INTO ITEMRPT-LINE
030770         WRITE ITEMRPT-LINE
030780     END-IF.
030790
030800     PERFORM 5100-WRITE-SOURCE-LINE
030810         THRU 5100-WRITE-SOURCE-LINE-EXIT
030820         VARYING WS-SRC-IX FROM 1 BY 1
030830         UNTIL WS-SRC-IX > 3.
030840
030850     IF WS-VENDOR-VAL-ACTIVE
030860         PERFORM 5200-WRITE-VENDOR-LINE
030870             THRU 5200-WRITE-VENDOR-LINE-EXIT
030880             VARYING WS-VEN-SUB FROM 1 BY 1
030890             UNTIL WS-VEN-SUB > WS-VENDOR-CNT
030900         IF WS-VEND-UNKNOWN-REJ > ZERO
030910             MOVE SPACES TO ITEMRPT-LINE
030920             STRING 'VENDOR UNKNOWN'
030930                 '                      REJECTS '
030940                 WS-VEND-UNKNOWN-REJ
030950                 DELIMITED BY SIZE INTO ITEMRPT-LINE
030960             WRITE ITEMRPT-LINE
030970         END-IF
030980     END-IF.
030990
031000     IF WS-MAINT-MODE
031010      OR WS-MAINT-ADD-COUNT > ZERO
031020      OR WS-MAINT-CHG-COUNT > ZERO
031030      OR WS-MAINT-DEL-COUNT > ZERO
031040         MOVE SPACES TO ITEMRPT-LINE
031050         STRING 'ADDS APPLIED ............. ' WS-MAINT-ADD-COUNT
031060             DELIMITED BY SIZE INTO ITEMRPT-LINE
031070         WRITE ITEMRPT-LINE
031080         MOVE SPACES TO ITEMRPT-LINE
031090         STRING 'CHANGES APPLIED .......... ' WS-MAINT-CHG-COUNT
031100             DELIMITED BY SIZE INTO ITEMRPT-LINE
031110         WRITE ITEMRPT-LINE
031120         MOVE SPACES TO ITEMRPT-LINE
031130         STRING 'DELETES APPLIED .......... ' WS-MAINT-DEL-COUNT
031140             DELIMITED BY SIZE INTO ITEMRPT-LINE
031150         WRITE ITEMRPT-LINE
031160     END-IF.
031170
031180*    DELTA CONSUMERS MUST KNOW WHEN THE DELETE SCAN WAS
031190*    WITHHELD, FOR THE SAME REASON THE RESTART LIMITATION IS
031200*    DOCUMENTED AT 1400: THE NIGHT'S ITEMDLT IS NOT A COMPLETE
031210*    PICTURE AND THE FULL ITEMOUT MUST BE USED INSTEAD.
031220     IF WS-DELTA-DEL-SKIPPED
031230         MOVE SPACES TO ITEMRPT-LINE
031240         STRING 'DELTA DELETES ............ SKIPPED, LOAD NOT'
031250             ' CLEAN - USE FULL ITEMOUT'
031260             DELIMITED BY SIZE INTO ITEMRPT-LINE
031270         WRITE ITEMRPT-LINE
031280     END-IF.
031290
031300     MOVE SPACES TO ITEMRPT-LINE.
031310*    A DUPLICATE-TRANSMISSION SKIP OWNS THE RETURN CODE (12)
031320*    WHETHER OR NOT THE REST OF THE RUN WENT THROUGH, SO THE
031330*    REPORT MUST SAY SO OR IT AND THE SCHEDULER WILL DISAGREE.
031340     IF WS-DUP-TRANSMIT
031350         STRING 'RECONCILIATION ........... DUPLICATE '
031360             'TRANSMISSION, RC=12'
031370             DELIMITED BY SIZE INTO ITEMRPT-LINE
031380     ELSE
031390     IF WS-ABNORMAL-RUN
031400         STRING 'RECONCILIATION ........... RUN ABENDED, RC=16'
031410             DELIMITED BY SIZE INTO ITEMRPT-LINE
031420     ELSE
031430         IF WS-RECON-CLEAN
031440             STRING 'RECONCILIATION ........... CLEAN'
031450                 DELIMITED BY SIZE INTO ITEMRPT-LINE
031460         ELSE
031470             IF WS-RECON-SHORT-LOAD
031480                 STRING 'RECONCILIATION ........... SHORT LOAD'
031490                     ', RC=04'
031500                     DELIMITED BY SIZE INTO ITEMRPT-LINE
031510             ELSE
031520                 STRING 'RECONCILIATION ........... TABLE '
031530                     'CAPACITY EXCEEDED, RC=08'
031540                     DELIMITED BY SIZE INTO ITEMRPT-LINE
031550             END-IF
031560         END-IF
031570     END-IF
031580     END-IF.
031590     WRITE ITEMRPT-LINE.
031600 5000-WRITE-SUMMARY-RPT-EXIT.
031610     EXIT.
031620
031630 5100-WRITE-SOURCE-LINE.
031640     MOVE SPACES TO ITEMRPT-LINE.
031650     IF WS-SRC-SKIPPED-DUP (WS-SRC-IX)
031660         STRING 'SOURCE ' WS-SRC-IX
031670             '  SKIPPED - DUPLICATE TRANSMISSION'
031680             DELIMITED BY SIZE INTO ITEMRPT-LINE
031690     ELSE
031700     IF WS-SRC-SKIPPED-MODE (WS-SRC-IX)
031710         STRING 'SOURCE ' WS-SRC-IX
031720             '  SKIPPED - HEADER MODE DISAGREES WITH THE RUN'
031730             DELIMITED BY SIZE INTO ITEMRPT-LINE
031740     ELSE
031750     IF WS-SRC-NO-FILE (WS-SRC-IX)
031760         STRING 'SOURCE ' WS-SRC-IX
031770             '  SKIPPED - MISSING, EMPTY, OR NO HEADER'
031780             DELIMITED BY SIZE INTO ITEMRPT-LINE
031790     ELSE
031800         STRING 'SOURCE ' WS-SRC-IX
031810             '  ATTEMPTED ' WS-SRC-ATTEMPTED (WS-SRC-IX)
031820             '  LOADED ' WS-SRC-LOADED (WS-SRC-IX)
031830             '  REJECTED ' WS-SRC-REJECTED (WS-SRC-IX)
031840             '  SUPERSEDED ' WS-SRC-SUPERSEDED (WS-SRC-IX)
031850             DELIMITED BY SIZE INTO ITEMRPT-LINE
031860     END-IF
031870     END-IF
031880     END-IF.
031890     WRITE ITEMRPT-LINE.
031900 5100-WRITE-SOURCE-LINE-EXIT.
031910     EXIT.
031920
031930 5200-WRITE-VENDOR-LINE.
031940*    ONLY VENDORS THAT ACTUALLY DREW A REJECT GET A LINE - ON A
031950*    CLEAN NIGHT THE VENDOR SECTION IS SILENT.
031960     IF WS-VEN-REJECTS (WS-VEN-SUB) = ZERO
031970         GO TO 5200-WRITE-VENDOR-LINE-EXIT
031980     END-IF.
031990     MOVE SPACES TO ITEMRPT-LINE.
032000     STRING 'VENDOR ' WS-VEN-NO (WS-VEN-SUB)
032010         '  ' WS-VEN-NAME (WS-VEN-SUB)
032020         '  REJECTS ' WS-VEN-REJECTS (WS-VEN-SUB)
032030         DELIMITED BY SIZE INTO ITEMRPT-LINE.
032040     WRITE ITEMRPT-LINE.
032050 5200-WRITE-VENDOR-LINE-EXIT.
032060     EXIT.
032070
032080 5300-WRITE-LIFECYCLE-LINE.
032090     MOVE SPACES TO ITEMRPT-LINE.
032100     STRING '    KEY ' WS-LF-ITEM-KEY (WS-LF-SUB)
032110         '  CENTER ' WS-LF-SOURCE-NO (WS-LF-SUB)
032120         '  ' WS-LF-TEXT (WS-LF-SUB)
032130         DELIMITED BY SIZE INTO ITEMRPT-LINE.
032140     WRITE ITEMRPT-LINE.
032150 5300-WRITE-LIFECYCLE-LINE-EXIT.
032160     EXIT.
032170*
032180*****************************************************************
032190*    6000 SERIES  --  AUDIT TRAIL                                *
032200*****************************************************************
032210 6000-WRITE-AUDIT-TRAIL.
032220*    FINAL AUDIT ROW FOR THIS RUN - THE SUMMARY COUNTERPART TO
032230*    THE PER-REJECT ROWS WRITTEN AS THEY OCCURRED IN 2600.
032240     MOVE WS-RUN-ID            TO AUD-RUN-ID.
032250     MOVE WS-CURR-DATE         TO AUD-RUN-DATE.
032260     MOVE WS-CURR-TIME (1:6)   TO AUD-RUN-TIME.
032270     SET AUD-RUN-SUMMARY       TO TRUE.
032280*    ON A MAINTENANCE NIGHT THE RUN'S VOLUME IS THE NUMBER OF
032290*    TRANSACTIONS APPLIED, NOT A TABLE SIZE.
032300     IF WS-MAINT-MODE
032310         COMPUTE WS-MAINT-APPLIED-COUNT =
032320             WS-MAINT-ADD-COUNT + WS-MAINT-CHG-COUNT
032330             + WS-MAINT-DEL-COUNT
032340         MOVE WS-MAINT-APPLIED-COUNT TO AUD-FINAL-COUNT
032350     ELSE
032360         MOVE WS-MAX-ITEMS TO AUD-FINAL-COUNT
032370     END-IF.
032380     MOVE ZERO                 TO AUD-REJECT-SUBSCRIPT.
032390     MOVE WS-REJECTED-COUNT    TO AUD-REJECT-COUNT.
032400     MOVE ZERO                 TO AUD-REJECT-KEY.
032410     MOVE SPACES               TO AUD-REJECT-REASON.
032420     IF WS-ABNORMAL-RUN
032430         SET AUD-ABNORMAL-COMPLETION TO TRUE
032440     ELSE
032450         SET AUD-NORMAL-COMPLETION TO TRUE
032460     END-IF.
032470     WRITE AUDIT-RECORD.
032480 6000-WRITE-AUDIT-TRAIL-EXIT.
032490     EXIT.
032500*
032510*****************************************************************
032520*    7000 SERIES  --  CHECKPOINT CLEANUP                         *
032530*****************************************************************
032540 7000-INVALIDATE-CHECKPOINT.
032550*    A CLEAN COMPLETION MEANS THERE IS NOTHING LEFT TO RESUME.
032560*    TRUNCATE ITEMCKPT SO TOMORROW NIGHT'S RUN DOES NOT MISTAKE
032570*    TONIGHT'S LEFTOVER CHECKPOINT FOR A PRIOR, INCOMPLETE RUN
032580*    AND SKIP OVER ITEMS IT HAS NOT LOADED YET.  THIS PARAGRAPH
032590*    IS ONLY PERFORMED ON THE NORMAL-COMPLETION PATH - AN ABEND
032600*    MUST LEAVE THE CHECKPOINT IN PLACE SO THE NEXT RUN CAN
032610*    STILL RESUME FROM IT.
032620     OPEN OUTPUT ITEMCKPT.
032630     CLOSE ITEMCKPT.
032640 7000-INVALIDATE-CHECKPOINT-EXIT.
032650     EXIT.
032660
032670 7100-RELEASE-RUN-CONTROL.
032680*    NORMAL COMPLETION: THE TRANSMISSION ID GOES ON FILE SO A
032690*    RE-SUBMITTED COPY OF TONIGHT'S FILE IS STOPPED, AND THE
032700*    LOCK ROW IS CLEARED SO THE CORRECTION PROGRAMS MAY UPDATE
032710*    ITEMTAB AGAIN.  AN ABEND NEVER COMES THROUGH HERE - THE
032720*    ID STAYS UNRECORDED FOR THE RESTART AND THE LOCK STAYS
032730*    ACTIVE UNTIL THE RESTART FINISHES.
032740     IF NOT WS-RUNCT-USABLE
032750         GO TO 7100-RELEASE-RUN-CONTROL-EXIT
032760     END-IF.
032770
032780     PERFORM 7110-RECORD-ONE-TRANSMISSION
032790         THRU 7110-RECORD-ONE-TRANSMISSION-EXIT
032800         VARYING WS-SRC-IX FROM 1 BY 1
032810         UNTIL WS-SRC-IX > 3.
032820
032830     SET WS-ROW-NOT-FOUND TO TRUE.
032840     MOVE WS-LOCK-KEY TO RL-RECORD-KEY.
032850     READ ITMRUNCT
032860         INVALID KEY
032870             CONTINUE
032880         NOT INVALID KEY
032890             SET WS-ROW-FOUND TO TRUE
032900     END-READ.
032910     IF WS-ROW-FOUND
032920         SET RL-LOAD-IDLE TO TRUE
032930         MOVE WS-CURR-DATE TO RL-STAMP-DATE
032940         MOVE WS-CURR-TIME (1:6) TO RL-STAMP-TIME
032950         REWRITE RUNCTL-RECORD
032960             INVALID KEY
032970                 DISPLAY 'ITMLOAD - UNABLE TO CLEAR RUN CONTROL'
032980         END-REWRITE
032990     END-IF.
033000 7100-RELEASE-RUN-CONTROL-EXIT.
033010     EXIT.
033020
033030 7110-RECORD-ONE-TRANSMISSION.
033040     IF NOT WS-SRC-PROCESSED (WS-SRC-IX)
033050      OR WS-SRC-TRANSMIT-ID (WS-SRC-IX) = SPACES
033060         GO TO 7110-RECORD-ONE-TRANSMISSION-EXIT
033070     END-IF.
033080     MOVE WS-SRC-TRANSMIT-ID (WS-SRC-IX) TO RL-RECORD-KEY.
033090     SET RL-TRANSMIT-REC TO TRUE.
033100     SET RL-LOAD-IDLE TO TRUE.
033110     MOVE WS-RUN-ID TO RL-RUN-ID.
033120     MOVE WS-CURR-DATE TO RL-STAMP-DATE.
033130     MOVE WS-CURR-TIME (1:6) TO RL-STAMP-TIME.
033140     WRITE RUNCTL-RECORD
033150         INVALID KEY
033160             DISPLAY 'ITMLOAD - UNABLE TO RECORD TRANSMISSION '
033170                 WS-SRC-TRANSMIT-ID (WS-SRC-IX)
033180     END-WRITE.
033190 7110-RECORD-ONE-TRANSMISSION-EXIT.
033200     EXIT.
033210*
033220*****************************************************************
033230*    9000 SERIES  --  TERMINATION                                *
033240*****************************************************************
033250 9000-CLOSE-FILES.
033260     CLOSE ITEMDLT.
033270     CLOSE ITEMRCYO.
033280     CLOSE ITEMSUSP.
033290     CLOSE SUSPRPT.
033300     CLOSE ITMRUNCT.
033310     CLOSE ITEMEXC.
033320     CLOSE ITEMRPT.
033330     CLOSE ITMAUDIT.
033340     CLOSE ITEMTAB.
033350     CLOSE STKLOC.
033360     CLOSE COSTHIST.
033370     CLOSE ITEMARC.
033380 9000-CLOSE-FILES-EXIT.
033390     EXIT.
