000100*****************************************************************
000200*                                                               *
000300*    ITMOPOR.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE OPENPO OPEN PURCHASE-ORDER FILE,     *
000600*    KEYED ON PO-ORDER-KEY (ORDER NUMBER PLUS LINE NUMBER).     *
000700*    THE FILE HOLDS TWO KINDS OF ROW:                           *
000800*      - THE SINGLE CONTROL ROW (ORDER AND LINE BOTH ZERO),     *
000900*        WHICH CARRIES THE LAST ORDER NUMBER ISSUED SO ORDER    *
001000*        NUMBERS ARE NEVER REUSED.  EVERY READER OF THE LINE    *
001100*        ROWS MUST SKIP IT.                                     *
001200*      - ONE ROW PER ORDER LINE.  ITMPOLD WRITES THE LINES      *
001300*        WHEN A BUYER CONFIRMS A PORDSUG VENDOR GROUP (STATUS   *
001400*        O); ITMPRCV POSTS RECEIPTS AGAINST THEM (STATUS P      *
001500*        WHILE PART-FILLED, C ONCE FILLED); ITMREORD NETS THE   *
001600*        OUTSTANDING QUANTITY OUT OF ITS SUGGESTIONS; ITMPAGE   *
001700*        AGES THE LINES PAST THEIR DUE DATE.  CLOSED LINES      *
001800*        STAY ON FILE AS THE RECEIVING HISTORY.                 *
001900*    ALL OF THESE PROGRAMS MUST SHARE THIS COPYBOOK RATHER      *
002000*    THAN KEEP SEPARATE, DRIFTING COPIES OF THE LAYOUT.         *
002100*                                                               *
002200*****************************************************************
002300
002400 01  OPENPO-RECORD.
002500     05  PO-ORDER-KEY.
002600         10  PO-ORDER-NO             PIC 9(06).
002700         10  PO-LINE-NO              PIC 9(03).
002800     05  PO-RECORD-BODY              PIC X(81).
002900     05  PO-LINE-DATA REDEFINES PO-RECORD-BODY.
003000         10  PO-VENDOR-NO            PIC 9(05).
003100         10  PO-ITEM-KEY             PIC 9(05).
003200         10  PO-ITEM-DESC            PIC X(20).
003300         10  PO-ORDER-QTY            PIC 9(06).
003400         10  PO-RECEIVED-QTY         PIC 9(06).
003500         10  PO-ORDER-DATE           PIC 9(08).
003600         10  PO-DUE-DATE             PIC 9(08).
003700         10  PO-LAST-RECEIPT-DATE    PIC 9(08).
003800         10  PO-LINE-STATUS          PIC X(01).
003900             88  PO-LINE-OPEN                VALUE 'O'.
004000             88  PO-LINE-PARTIAL             VALUE 'P'.
004100             88  PO-LINE-CLOSED              VALUE 'C'.
004200             88  PO-LINE-OUTSTANDING         VALUES 'O' 'P'.
004300         10  PO-BUYER-ID             PIC X(08).
004400         10  FILLER                  PIC X(06).
004500     05  PO-CONTROL-DATA REDEFINES PO-RECORD-BODY.
004600         10  PO-CTL-LAST-ORDER-NO    PIC 9(06).
004700         10  PO-CTL-STAMP-DATE       PIC 9(08).
004800         10  FILLER                  PIC X(67).
